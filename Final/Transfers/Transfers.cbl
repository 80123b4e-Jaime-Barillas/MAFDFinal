       identification division.
       program-id. Transfers.
       author. Ryan Sim.
       date-written. 2026-10-15.
      *Desc: Inter-store merchandise transfers.  Each transfer carries
      *a transfer number and travels as one SHIP row per SKU from the
      *sending store and, when the truck arrives, one RECEIVE row per
      *SKU at the receiving store.  The ship side takes the goods off
      *the sender's on-hand and opens an in-transit entry; the receive
      *side closes the entry and puts what actually arrived on the
      *receiver's on-hand.  Until then the goods belong to neither
      *store's shelf, which is the point -- a stock-receipts row at the
      *receiving end never brought the sender's balance down.
      *
      *The report lists every transaction applied or refused, every
      *transfer still open past the allowed number of days, and every
      *transfer received short or over, grouped by store pair.

       environment division.
       configuration section.

       input-output section.
       file-control.
           select optional transfer-trans-file
               assign to "data/transfer-trans.dat"
               organization is line sequential.

           select optional transfer-params-file
               assign to "data/transfer-params.dat"
               organization is line sequential.

           select optional in-transit-idx-file
               assign to "data/transfer-intransit-idx.dat"
               organization is indexed
               access mode is dynamic
               record key is it-key.

           select optional onhand-idx-file
               assign to "data/stock-onhand-idx.dat"
               organization is indexed
               access mode is dynamic
               record key is oh-key.

           select report-file
               assign to "data/report-transfers.out"
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
           fd transfer-trans-file
               data record is transfer-trans-rec
               record contains 41 characters.

           01 transfer-trans-rec.
               05 tt-action                    pic x.
                   88 tt-action-88-ship        value 'S'.
                   88 tt-action-88-receive     value 'R'.
               05 tt-transfer-num              pic x(8).
               05 tt-from-store                pic 99.
               05 tt-to-store                  pic 99.
               05 tt-sku-code                  pic x(15).
               05 tt-quantity                  pic 9(5).
               05 tt-trans-date                pic 9(8).

           fd transfer-params-file
               data record is transfer-params-rec
               record contains 3 characters.

           01 transfer-params-rec.
               05 tp-open-days-limit           pic 999.

           fd in-transit-idx-file
               data record is in-transit-rec
               record contains 54 characters.

           01 in-transit-rec.
               05 it-key.
                   10 it-transfer-num          pic x(8).
                   10 it-sku-code              pic x(15).
               05 it-from-store                pic 99.
               05 it-to-store                  pic 99.
               05 it-ship-date                 pic 9(8).
               05 it-shipped-qty               pic 9(5).
               05 it-received-qty              pic 9(5).
               05 it-receive-date              pic 9(8).
               05 it-status                    pic x.
                   88 it-status-88-open        value 'O'.
                   88 it-status-88-closed      value 'C'.

           fd onhand-idx-file
               data record is onhand-rec
               record contains 25 characters.

           01 onhand-rec.
               05 oh-key.
                   10 oh-store-num             pic 99.
                   10 oh-sku-code              pic x(15).
               05 oh-on-hand                   pic s9(7)
                   sign leading separate.

           fd report-file
               data record is report-line
               record contains 80 characters.

           01 report-line                      pic x(80).

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
           05 filler                       pic x(40)
               value " Inter-Store Transfers -- Group 8".

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

       01 ws-trans-line.
           05 ws-tl-action                 pic x.
           05 filler                       pic x
               value space.
           05 ws-tl-transfer-num           pic x(8).
           05 filler                       pic x
               value space.
           05 ws-tl-from-store             pic 99.
           05 filler                       pic x(2)
               value "->".
           05 ws-tl-to-store               pic 99.
           05 filler                       pic x
               value space.
           05 ws-tl-sku-code               pic x(15).
           05 filler                       pic x
               value space.
           05 ws-tl-quantity               pic zz,zz9.
           05 filler                       pic x
               value space.
           05 ws-tl-status                 pic x(8).
           05 filler                       pic x
               value space.
           05 ws-tl-reason                 pic x(30).

       01 ws-aged-heading.
           05 filler                       pic x(30)
               value "TRANSFERS OPEN MORE THAN ".
           05 ws-ah-days                   pic zz9.
           05 filler                       pic x(5)
               value " DAYS".

       01 ws-aged-columns.
           05 filler                       pic x(40)
               value "Transfer Pair  SKU Code        Shipped".
           05 filler                       pic x(21)
               value "     Qty  Days Open".

       01 ws-aged-line.
           05 ws-al-transfer-num           pic x(8).
           05 filler                       pic x
               value space.
           05 ws-al-from-store             pic 99.
           05 filler                       pic x(2)
               value "->".
           05 ws-al-to-store               pic 99.
           05 filler                       pic xx
               value spaces.
           05 ws-al-sku-code               pic x(15).
           05 filler                       pic x
               value space.
           05 ws-al-ship-date              pic 9(8).
           05 filler                       pic x
               value space.
           05 ws-al-quantity               pic zz,zz9.
           05 filler                       pic x(3)
               value spaces.
           05 ws-al-days-open              pic z,zz9.

       01 ws-diff-heading.
           05 filler                       pic x(40)
               value "SHIPPED/RECEIVED DIFFERENCES BY PAIR".

       01 ws-pair-banner.
           05 filler                       pic x(12)
               value "STORE PAIR: ".
           05 ws-pb-from-store             pic 99.
           05 filler                       pic x(4)
               value " -> ".
           05 ws-pb-to-store               pic 99.

       01 ws-diff-columns.
           05 filler                       pic x(40)
               value "  Transfer SKU Code          Shipped  Re".
           05 filler                       pic x(18)
               value "ceived  Difference".

       01 ws-diff-line.
           05 filler                       pic xx
               value spaces.
           05 ws-df-transfer-num           pic x(8).
           05 filler                       pic x
               value space.
           05 ws-df-sku-code               pic x(15).
           05 filler                       pic xx
               value spaces.
           05 ws-df-shipped                pic zz,zz9.
           05 filler                       pic xx
               value spaces.
           05 ws-df-received               pic zz,zz9.
           05 filler                       pic xx
               value spaces.
           05 ws-df-difference             pic -(5)9.

       01 ws-pair-total-line.
           05 filler                       pic x(28)
               value "  PAIR NET DIFFERENCE:      ".
           05 ws-pt-difference             pic -(7)9.

       01 ws-none-line.
           05 filler                       pic x(10)
               value "  (none)".

       01 ws-totals-line-1.
           05 filler                       pic x(28)
               value "SHIP ROWS APPLIED:          ".
           05 ws-tl1-count                 pic z,zzz,zz9.
       01 ws-totals-line-2.
           05 filler                       pic x(28)
               value "RECEIVE ROWS APPLIED:       ".
           05 ws-tl2-count                 pic z,zzz,zz9.
       01 ws-totals-line-3.
           05 filler                       pic x(28)
               value "ROWS REFUSED:               ".
           05 ws-tl3-count                 pic z,zzz,zz9.
       01 ws-totals-line-4.
           05 filler                       pic x(28)
               value "TRANSFER LINES IN TRANSIT:  ".
           05 ws-tl4-count                 pic z,zzz,zz9.
       01 ws-totals-line-5.
           05 filler                       pic x(28)
               value "UNITS IN TRANSIT:           ".
           05 ws-tl5-count                 pic z,zzz,zz9.

       01 ws-status-applied                pic x(8)
           value "APPLIED".
       01 ws-status-rejected               pic x(8)
           value "REJECTED".

       01 ws-open-days-limit               pic 999
           value 5.

      * Receipts that came in short or over during this run, kept
      * for the by-pair listing at the end.
       01 ws-diff-table.
           05 ws-dt-count                  pic 9(4)
               value 0.
           05 ws-dt-entry                  occurs 1000 times
               indexed by ws-dt-idx ws-dt-scan.
               10 ws-dt-from-store         pic 99.
               10 ws-dt-to-store           pic 99.
               10 ws-dt-transfer-num       pic x(8).
               10 ws-dt-sku-code           pic x(15).
               10 ws-dt-shipped            pic 9(5).
               10 ws-dt-received           pic 9(5).
               10 ws-dt-printed            pic x.

       01 ws-eof-flag                      pic x
           value 'n'.

       01 ws-run-date                      pic 9(8)
           value 0.
       01 ws-days-open                     pic 9(5)
           value 0.

       01 ws-posting-qty                   pic s9(5)
           value 0.
       01 ws-posting-store                 pic 99
           value 0.
       01 ws-posting-sku                   pic x(15)
           value spaces.

       01 ws-reject-reason                 pic x(30)
           value spaces.

       01 ws-pair-from-store               pic 99
           value 0.
       01 ws-pair-to-store                 pic 99
           value 0.
       01 ws-pair-difference               pic s9(7)
           value 0.
       01 ws-line-difference               pic s9(5)
           value 0.

       01 ws-trans-count                   pic 9(6)
           value 0.
       01 ws-ship-count                    pic 9(6)
           value 0.
       01 ws-receive-count                 pic 9(6)
           value 0.
       01 ws-rejected-count                pic 9(6)
           value 0.
       01 ws-aged-count                    pic 9(6)
           value 0.
       01 ws-open-line-count               pic 9(6)
           value 0.
       01 ws-open-unit-count               pic 9(7)
           value 0.

       procedure division.
       000-main.
           perform 015-check-chain-lock.

           move function current-date(1:8) to ws-run-date.

           perform 020-load-transfer-params.

           open i-o in-transit-idx-file.
           open i-o onhand-idx-file.
           open output report-file.

           write report-line               from ws-report-heading.
           write report-line               from spaces.

           perform 100-apply-transactions.

           perform 300-print-aged-transfers.

           perform 400-print-differences.

           perform 600-print-totals.

           close in-transit-idx-file.
           close onhand-idx-file.
           close report-file.

           perform 950-write-audit-log.

           goback.

      *    Transfers move stock on the same ledger the chain's
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
                   display "TRANSFERS: NIGHTLY CHAIN IS RUNNING "
                       "(LOCK HELD SINCE " ws-cl-taken-date
                       " " ws-cl-taken-time ") - RUN REFUSED"
                   move 8                  to return-code
                   goback
               end-if
           end-if.

       016-clear-stale-lock.
           move ws-cl-taken-date           to ws-sll-taken-date.
           move ws-cl-taken-time           to ws-sll-taken-time.
           move "Transfers"                to ws-sll-program.
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

           display "TRANSFERS: STALE CHAIN LOCK FROM "
               ws-cl-taken-date " CLEARED".

       020-load-transfer-params.
           open input transfer-params-file.
           read transfer-params-file
               at end continue
               not at end
                   if tp-open-days-limit is numeric
                       move tp-open-days-limit
                         to ws-open-days-limit
                   end-if
           end-read.
           close transfer-params-file.

       100-apply-transactions.
           move 'n'                        to ws-eof-flag.
           open input transfer-trans-file.
           perform 110-apply-transaction
               until ws-eof-flag = 'y'.
           close transfer-trans-file.

       110-apply-transaction.
           read transfer-trans-file
               at end move 'y'             to ws-eof-flag
               not at end
                   add 1                   to ws-trans-count
                   move spaces             to ws-reject-reason
                   if tt-action-88-ship
                       perform 200-apply-ship
                   else
                   if tt-action-88-receive
                       perform 250-apply-receive
                   else
                       move "UNKNOWN ACTION CODE"
                         to ws-reject-reason
                       perform 290-report-rejected
                   end-if
                   end-if
           end-read.

       200-apply-ship.
           if tt-transfer-num = spaces then
               move "TRANSFER NUMBER MISSING" to ws-reject-reason
           else
           if tt-from-store not numeric
               or tt-to-store not numeric then
               move "STORE NUMBER NOT NUMERIC" to ws-reject-reason
           else
           if tt-from-store = tt-to-store then
               move "SENDER AND RECEIVER THE SAME"
                 to ws-reject-reason
           else
           if tt-sku-code = spaces then
               move "SKU CODE MISSING"     to ws-reject-reason
           else
           if tt-quantity not numeric
               or tt-quantity = 0 then
               move "QUANTITY NOT A POSITIVE NUMBER"
                 to ws-reject-reason
           end-if
           end-if
           end-if
           end-if
           end-if.

           if ws-reject-reason = spaces then
               move tt-transfer-num        to it-transfer-num
               move tt-sku-code            to it-sku-code
               read in-transit-idx-file
                   invalid key continue
                   not invalid key
                       move "TRANSFER LINE ALREADY SHIPPED"
                         to ws-reject-reason
               end-read
           end-if.

           if ws-reject-reason not = spaces then
               perform 290-report-rejected
           else
               move tt-transfer-num        to it-transfer-num
               move tt-sku-code            to it-sku-code
               move tt-from-store          to it-from-store
               move tt-to-store            to it-to-store
               move ws-run-date            to it-ship-date
               if tt-trans-date is numeric
                   and tt-trans-date > 0
                   move tt-trans-date      to it-ship-date
               end-if
               move tt-quantity            to it-shipped-qty
               move 0                      to it-received-qty
               move 0                      to it-receive-date
               move 'O'                    to it-status
               write in-transit-rec
                   invalid key continue
               end-write

               move tt-from-store          to ws-posting-store
               move tt-sku-code            to ws-posting-sku
               compute ws-posting-qty = 0 - tt-quantity
               perform 500-apply-posting

               add 1                       to ws-ship-count
               perform 280-report-applied
           end-if.

      *    What arrived goes on the receiver's shelf, whatever was
      *    shipped; a short or over receipt is left for the
      *    difference listing rather than refused, because the
      *    goods are physically in the receiving store either way.
       250-apply-receive.
           move tt-transfer-num            to it-transfer-num.
           move tt-sku-code                to it-sku-code.
           read in-transit-idx-file
               invalid key
                   move "TRANSFER LINE NEVER SHIPPED"
                     to ws-reject-reason
           end-read.

           if ws-reject-reason = spaces then
               if it-status-88-closed
                   move "TRANSFER LINE ALREADY RECEIVED"
                     to ws-reject-reason
               else
               if tt-to-store not = it-to-store
                   move "NOT THE RECEIVING STORE"
                     to ws-reject-reason
               else
               if tt-quantity not numeric
                   move "QUANTITY NOT NUMERIC"
                     to ws-reject-reason
               end-if
               end-if
               end-if
           end-if.

           if ws-reject-reason not = spaces then
               perform 290-report-rejected
           else
               move tt-quantity            to it-received-qty
               move ws-run-date            to it-receive-date
               if tt-trans-date is numeric
                   and tt-trans-date > 0
                   move tt-trans-date      to it-receive-date
               end-if
               move 'C'                    to it-status
               rewrite in-transit-rec
                   invalid key continue
               end-rewrite

               if tt-quantity > 0
                   move it-to-store        to ws-posting-store
                   move tt-sku-code        to ws-posting-sku
                   move tt-quantity        to ws-posting-qty
                   perform 500-apply-posting
               end-if

               if it-received-qty not = it-shipped-qty
                   perform 260-note-difference
               end-if

               move it-from-store          to tt-from-store
               add 1                       to ws-receive-count
               perform 280-report-applied
           end-if.

       260-note-difference.
           if ws-dt-count >= 1000 then
               display "TRANSFERS: DIFFERENCE TABLE FULL - "
                   "TRANSFER " it-transfer-num " SKU " it-sku-code
                   " NOT LISTED"
           else
               add 1                       to ws-dt-count
               move it-from-store   to ws-dt-from-store(ws-dt-count)
               move it-to-store     to ws-dt-to-store(ws-dt-count)
               move it-transfer-num to ws-dt-transfer-num(ws-dt-count)
               move it-sku-code     to ws-dt-sku-code(ws-dt-count)
               move it-shipped-qty  to ws-dt-shipped(ws-dt-count)
               move it-received-qty to ws-dt-received(ws-dt-count)
               move 'N'             to ws-dt-printed(ws-dt-count)
           end-if.

       280-report-applied.
           move ws-status-applied          to ws-tl-status.
           perform 295-write-trans-line.

       290-report-rejected.
           add 1                           to ws-rejected-count.
           move ws-status-rejected         to ws-tl-status.
           perform 295-write-trans-line.

       295-write-trans-line.
           move tt-action                  to ws-tl-action.
           move tt-transfer-num            to ws-tl-transfer-num.
           move tt-from-store              to ws-tl-from-store.
           move tt-to-store                to ws-tl-to-store.
           move tt-sku-code                to ws-tl-sku-code.
           if tt-quantity is numeric then
               move tt-quantity            to ws-tl-quantity
           else
               move 0                      to ws-tl-quantity
           end-if.
           move ws-reject-reason           to ws-tl-reason.
           write report-line               from ws-trans-line.

      *    Walks every in-transit line; the open ones are what is on
      *    the trucks tonight, and the ones past the limit are listed.
       300-print-aged-transfers.
           write report-line               from spaces.
           move ws-open-days-limit         to ws-ah-days.
           write report-line               from ws-aged-heading.
           write report-line               from ws-aged-columns.

           move low-values                 to it-key.
           move 'n'                        to ws-eof-flag.
           start in-transit-idx-file
               key not < it-key
               invalid key move 'y'        to ws-eof-flag
           end-start.
           perform 310-check-aged-line
               until ws-eof-flag = 'y'.

           if ws-aged-count = 0 then
               write report-line           from ws-none-line
           end-if.

       310-check-aged-line.
           read in-transit-idx-file next
               at end move 'y'             to ws-eof-flag
               not at end
                   if it-status-88-open
                       add 1               to ws-open-line-count
                       add it-shipped-qty  to ws-open-unit-count
                       compute ws-days-open =
                           function integer-of-date(ws-run-date)
                           - function integer-of-date(it-ship-date)
                       if ws-days-open > ws-open-days-limit
                           perform 320-print-aged-line
                       end-if
                   end-if
           end-read.

       320-print-aged-line.
           add 1                           to ws-aged-count.
           move it-transfer-num            to ws-al-transfer-num.
           move it-from-store              to ws-al-from-store.
           move it-to-store                to ws-al-to-store.
           move it-sku-code                to ws-al-sku-code.
           move it-ship-date               to ws-al-ship-date.
           move it-shipped-qty             to ws-al-quantity.
           move ws-days-open               to ws-al-days-open.
           write report-line               from ws-aged-line.

      *    Each pair prints once, the first time one of its rows is
      *    reached; the inner pass then picks up the later rows for
      *    the same pair and marks them printed.
       400-print-differences.
           write report-line               from spaces.
           write report-line               from ws-diff-heading.

           if ws-dt-count = 0 then
               write report-line           from ws-none-line
           end-if.

           perform 410-print-pair-block
               varying ws-dt-idx from 1 by 1
               until ws-dt-idx > ws-dt-count.

       410-print-pair-block.
           if ws-dt-printed(ws-dt-idx) = 'N' then
               move ws-dt-from-store(ws-dt-idx) to ws-pair-from-store
               move ws-dt-to-store(ws-dt-idx)   to ws-pair-to-store
               move 0                      to ws-pair-difference

               move ws-pair-from-store     to ws-pb-from-store
               move ws-pair-to-store       to ws-pb-to-store
               write report-line           from spaces
               write report-line           from ws-pair-banner
               write report-line           from ws-diff-columns

               perform 420-print-pair-line
                   varying ws-dt-scan from ws-dt-idx by 1
                   until ws-dt-scan > ws-dt-count

               move ws-pair-difference     to ws-pt-difference
               write report-line           from ws-pair-total-line
           end-if.

       420-print-pair-line.
           if ws-dt-printed(ws-dt-scan) = 'N'
               and ws-dt-from-store(ws-dt-scan) = ws-pair-from-store
               and ws-dt-to-store(ws-dt-scan) = ws-pair-to-store then
               move 'Y'                    to ws-dt-printed(ws-dt-scan)
               compute ws-line-difference =
                   ws-dt-received(ws-dt-scan)
                   - ws-dt-shipped(ws-dt-scan)
               add ws-line-difference      to ws-pair-difference

               move ws-dt-transfer-num(ws-dt-scan)
                 to ws-df-transfer-num
               move ws-dt-sku-code(ws-dt-scan) to ws-df-sku-code
               move ws-dt-shipped(ws-dt-scan)  to ws-df-shipped
               move ws-dt-received(ws-dt-scan) to ws-df-received
               move ws-line-difference     to ws-df-difference
               write report-line           from ws-diff-line
           end-if.

       500-apply-posting.
           move ws-posting-store           to oh-store-num.
           move ws-posting-sku             to oh-sku-code.
           read onhand-idx-file
               invalid key
                   move ws-posting-store   to oh-store-num
                   move ws-posting-sku     to oh-sku-code
                   move ws-posting-qty     to oh-on-hand
                   write onhand-rec
                       invalid key continue
                   end-write
               not invalid key
                   add ws-posting-qty      to oh-on-hand
                   rewrite onhand-rec
           end-read.

       600-print-totals.
           write report-line               from spaces.
           move ws-ship-count              to ws-tl1-count.
           write report-line               from ws-totals-line-1.
           move ws-receive-count           to ws-tl2-count.
           write report-line               from ws-totals-line-2.
           move ws-rejected-count          to ws-tl3-count.
           write report-line               from ws-totals-line-3.
           move ws-open-line-count         to ws-tl4-count.
           write report-line               from ws-totals-line-4.
           move ws-open-unit-count         to ws-tl5-count.
           write report-line               from ws-totals-line-5.

       950-write-audit-log.
           move function current-date(1:8)     to au-run-date.
           move function current-date(9:6)     to au-run-time.
           move "Transfers"                    to au-program-name.
           move ws-trans-count                 to au-input-count.
           move ws-ship-count                  to au-output1-count.
           move ws-receive-count               to au-output2-count.
           move ws-aged-count                  to au-output3-count.

           open extend run-history-file.
           write audit-rec.
           close run-history-file.

       end program Transfers.
