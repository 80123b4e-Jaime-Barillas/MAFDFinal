       identification division.
       program-id. VendorReturn.
       author. Ryan Sim.
       date-written. 2026-10-15.
      *Desc: Return-to-vendor (RTV) processing.  Inventory holds every
      *return coded defective (DF) out of sellable stock and leaves it
      *on rtv-pending.dat; this program takes those items into the RTV
      *item file, valued at the item master's unit cost, and empties
      *the pending file.
      *
      *Buyer actions on rtv-actions.dat then drive the rest:
      *  M  batch every item still in the back room for a vendor (or
      *     for every vendor when none is named) onto one numbered
      *     debit memo per vendor, printed to rtv-debit-memos.out for
      *     sending with the goods;
      *  C  record the vendor's credit against a memo, which closes it.
      *
      *The report lists each action, the items that have sat in the
      *back room longer than the vendor allows returns (the vendor
      *master's RTV window, default 30 days), and every memo still
      *waiting on its credit.
      *
      *Run on demand after the nightly chain.

       environment division.
       configuration section.

       input-output section.
       file-control.
           select optional rtv-pending-file
               assign to "data/rtv-pending.dat"
               organization is line sequential.

           select optional rtv-actions-file
               assign to "data/rtv-actions.dat"
               organization is line sequential.

           select optional rtv-control-file
               assign to "data/rtv-control.dat"
               organization is line sequential.

           select optional rtv-items-idx-file
               assign to "data/rtv-items-idx.dat"
               organization is indexed
               access mode is dynamic
               record key is ri-key.

           select optional rtv-memo-idx-file
               assign to "data/rtv-memo-idx.dat"
               organization is indexed
               access mode is dynamic
               record key is rm-memo-num.

           select optional item-master-file
               assign to "data/item-master.dat"
               organization is line sequential.

           select optional vendor-master-file
               assign to "data/vendor-master.dat"
               organization is line sequential.

           select memo-file
               assign to "data/rtv-debit-memos.out"
               organization is line sequential.

           select report-file
               assign to "data/report-vendor-returns.out"
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

           fd rtv-actions-file
               data record is rtv-action-rec
               record contains 30 characters.

           01 rtv-action-rec.
               05 ra-action                    pic x.
                   88 ra-action-88-memo        value 'M'.
                   88 ra-action-88-credit      value 'C'.
               05 ra-vendor-num                pic x(6).
               05 ra-memo-num                  pic 9(6).
               05 ra-credit-amount             pic 9(7)v99.
               05 ra-credit-date               pic 9(8).

           fd rtv-control-file
               data record is rtv-control-rec
               record contains 6 characters.

           01 rtv-control-rec.
               05 rc-last-memo-num             pic 9(6).

           fd rtv-items-idx-file
               data record is rtv-item-rec
               record contains 70 characters.

           01 rtv-item-rec.
               05 ri-key.
                   10 ri-business-date         pic 9(8).
                   10 ri-store-num             pic 99.
                   10 ri-invoice-num           pic x(9).
                   10 ri-sku-code              pic x(15).
                   10 ri-line-num              pic 9(4).
               05 ri-vendor-num                pic x(6).
               05 ri-quantity                  pic 9(3).
               05 ri-unit-cost                 pic 9(5)v99.
               05 ri-extended-cost             pic 9(7)v99.
               05 ri-status                    pic x.
                   88 ri-status-88-pending     value 'P'.
                   88 ri-status-88-on-memo     value 'M'.
               05 ri-memo-num                  pic 9(6).

           fd rtv-memo-idx-file
               data record is rtv-memo-rec
               record contains 60 characters.

           01 rtv-memo-rec.
               05 rm-memo-num                  pic 9(6).
               05 rm-vendor-num                pic x(6).
               05 rm-issue-date                pic 9(8).
               05 rm-item-count                pic 9(5).
               05 rm-unit-count                pic 9(6).
               05 rm-memo-amount               pic 9(7)v99.
               05 rm-credit-amount             pic 9(7)v99.
               05 rm-credit-date               pic 9(8).
               05 rm-status                    pic x.
                   88 rm-status-88-open        value 'O'.
                   88 rm-status-88-credited    value 'C'.
               05 filler                       pic xx.

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

           fd vendor-master-file
               data record is vendor-master-rec
               record contains 50 characters.

           01 vendor-master-rec.
               05 vn-vendor-num                pic x(6).
               05 vn-vendor-name               pic x(25).
               05 vn-lead-days                 pic 999.
               05 vn-rtv-days                  pic 999.
               05 filler                       pic x(13).

           fd memo-file
               data record is memo-line
               record contains 80 characters.

           01 memo-line                        pic x(80).

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
               value " Return-To-Vendor Processing -- Group 8".

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

       01 ws-action-heading.
           05 filler                       pic x(40)
               value "BUYER ACTIONS".

       01 ws-action-line.
           05 ws-al-action                 pic x.
           05 filler                       pic x
               value space.
           05 ws-al-vendor-num             pic x(6).
           05 filler                       pic x
               value space.
           05 ws-al-memo-num               pic 9(6).
           05 ws-al-memo-num-x redefines ws-al-memo-num
                                           pic x(6).
           05 filler                       pic x
               value space.
           05 ws-al-amount                 pic $$,$$$,$$9.99.
           05 ws-al-amount-x redefines ws-al-amount
                                           pic x(13).
           05 filler                       pic x
               value space.
           05 ws-al-status                 pic x(8).
           05 filler                       pic x
               value space.
           05 ws-al-reason                 pic x(30).

       01 ws-aged-heading.
           05 filler                       pic x(40)
               value "RTV ITEMS HELD PAST THE VENDOR'S WINDOW".

       01 ws-aged-columns.
           05 filler                       pic x(40)
               value "Held On  St SKU Code        Vendor Qty  ".
           05 filler                       pic x(23)
               value "     Cost  Allow   Held".

       01 ws-aged-line.
           05 ws-ag-business-date          pic 9(8).
           05 filler                       pic x
               value space.
           05 ws-ag-store-num              pic 99.
           05 filler                       pic x
               value space.
           05 ws-ag-sku-code               pic x(15).
           05 filler                       pic x
               value space.
           05 ws-ag-vendor-num             pic x(6).
           05 filler                       pic x
               value space.
           05 ws-ag-quantity               pic zz9.
           05 filler                       pic x
               value space.
           05 ws-ag-cost                   pic $$$,$$9.99.
           05 filler                       pic x(4)
               value spaces.
           05 ws-ag-window                 pic zz9.
           05 filler                       pic xx
               value spaces.
           05 ws-ag-days-held              pic z,zz9.
           05 filler                       pic x
               value space.
           05 ws-ag-note                   pic x(10).

       01 ws-open-memo-heading.
           05 filler                       pic x(40)
               value "DEBIT MEMOS AWAITING VENDOR CREDIT".

       01 ws-open-memo-columns.
           05 filler                       pic x(40)
               value "Memo   Vendor Issued    Items   Units   ".
           05 filler                       pic x(19)
               value "     Amount    Days".

       01 ws-open-memo-line.
           05 ws-om-memo-num               pic 9(6).
           05 filler                       pic x
               value space.
           05 ws-om-vendor-num             pic x(6).
           05 filler                       pic x
               value space.
           05 ws-om-issue-date             pic 9(8).
           05 filler                       pic x
               value space.
           05 ws-om-item-count             pic zz,zz9.
           05 filler                       pic x
               value space.
           05 ws-om-unit-count             pic zzz,zz9.
           05 filler                       pic x
               value space.
           05 ws-om-amount                 pic $$,$$$,$$9.99.
           05 filler                       pic x(3)
               value spaces.
           05 ws-om-days-out               pic z,zz9.

       01 ws-none-line.
           05 filler                       pic x(10)
               value "  (none)".

       01 ws-memo-banner-1.
           05 filler                       pic x(20)
               value "VENDOR DEBIT MEMO   ".
           05 ws-mb-memo-num               pic 9(6).
           05 filler                       pic x(10)
               value "   ISSUED ".
           05 ws-mb-issue-date             pic 9(8).

       01 ws-memo-banner-2.
           05 filler                       pic x(8)
               value "VENDOR: ".
           05 ws-mb-vendor-num             pic x(6).
           05 filler                       pic x
               value space.
           05 ws-mb-vendor-name            pic x(25).

       01 ws-memo-columns.
           05 filler                       pic x(40)
               value "  St Invoice   SKU Code        Returned ".
           05 filler                       pic x(30)
               value " Qty   Unit Cost      Extended".

       01 ws-memo-detail-line.
           05 filler                       pic xx
               value spaces.
           05 ws-md-store-num              pic 99.
           05 filler                       pic x
               value space.
           05 ws-md-invoice-num            pic x(9).
           05 filler                       pic x
               value space.
           05 ws-md-sku-code               pic x(15).
           05 filler                       pic x
               value space.
           05 ws-md-business-date          pic 9(8).
           05 filler                       pic xx
               value spaces.
           05 ws-md-quantity               pic zz9.
           05 filler                       pic xx
               value spaces.
           05 ws-md-unit-cost              pic $$$,$$9.99.
           05 filler                       pic x
               value space.
           05 ws-md-extended               pic $$,$$$,$$9.99.

       01 ws-memo-total-line.
           05 filler                       pic x(24)
               value "  MEMO TOTAL     ITEMS: ".
           05 ws-mt-item-count             pic zz,zz9.
           05 filler                       pic x(9)
               value "  UNITS: ".
           05 ws-mt-unit-count             pic zzz,zz9.
           05 filler                       pic x(8)
               value spaces.
           05 ws-mt-amount                 pic $$,$$$,$$9.99.

       01 ws-totals-line-1.
           05 filler                       pic x(28)
               value "ITEMS TAKEN IN:             ".
           05 ws-tl1-count                 pic z,zzz,zz9.
       01 ws-totals-line-2.
           05 filler                       pic x(28)
               value "PENDING ROWS ALREADY HELD:  ".
           05 ws-tl2-count                 pic z,zzz,zz9.
       01 ws-totals-line-3.
           05 filler                       pic x(28)
               value "DEBIT MEMOS ISSUED:         ".
           05 ws-tl3-count                 pic z,zzz,zz9.
       01 ws-totals-line-4.
           05 filler                       pic x(28)
               value "CREDITS RECORDED:           ".
           05 ws-tl4-count                 pic z,zzz,zz9.
       01 ws-totals-line-5.
           05 filler                       pic x(28)
               value "ACTIONS REFUSED:            ".
           05 ws-tl5-count                 pic z,zzz,zz9.
       01 ws-totals-line-6.
           05 filler                       pic x(28)
               value "ITEMS STILL IN BACK ROOM:   ".
           05 ws-tl6-count                 pic z,zzz,zz9.
           05 filler                       pic x(3)
               value spaces.
           05 ws-tl6-amount                pic $$,$$$,$$9.99.
       01 ws-totals-line-7.
           05 filler                       pic x(28)
               value "MEMOS AWAITING CREDIT:      ".
           05 ws-tl7-count                 pic z,zzz,zz9.
           05 filler                       pic x(3)
               value spaces.
           05 ws-tl7-amount                pic $$,$$$,$$9.99.
       01 ws-totals-line-8.
           05 filler                       pic x(28)
               value "CREDITED SHORT OF MEMO:     ".
           05 ws-tl8-count                 pic z,zzz,zz9.
           05 filler                       pic x(3)
               value spaces.
           05 ws-tl8-amount                pic $$,$$$,$$9.99.

       01 ws-status-applied                pic x(8)
           value "APPLIED".
       01 ws-status-rejected               pic x(8)
           value "REJECTED".
       01 ws-no-vendor-note                pic x(10)
           value "NO VENDOR".

      * Days a vendor accepts returns when its master row names no
      * RTV window.
       01 ws-default-rtv-days              pic 999
           value 30.

       01 ws-item-master-table.
           05 ws-im-count                  pic 999
               value 0.
           05 ws-im-entry                  occurs 500 times
               indexed by ws-im-idx.
               10 ws-im-sku-code           pic x(15).
               10 ws-im-vendor-num         pic x(6).
               10 ws-im-unit-cost          pic 9(5)v99.

       01 ws-vendor-table.
           05 ws-vn-count                  pic 999
               value 0.
           05 ws-vn-entry                  occurs 200 times
               indexed by ws-vn-idx.
               10 ws-vn-vendor-num         pic x(6).
               10 ws-vn-vendor-name        pic x(25).
               10 ws-vn-rtv-days           pic 999.

       01 ws-eof-flag                      pic x
           value 'n'.
       01 ws-scan-eof-flag                 pic x
           value 'n'.

       01 ws-run-date                      pic 9(8)
           value 0.
       01 ws-days-held                     pic 9(5)
           value 0.
       01 ws-last-memo-num                 pic 9(6)
           value 0.

       01 ws-reject-reason                 pic x(30)
           value spaces.

       01 ws-memo-vendor                   pic x(6)
           value spaces.
       01 ws-memo-vendor-name              pic x(25)
           value spaces.
       01 ws-memo-open-flag                pic x
           value 'n'.
       01 ws-vendor-slot                   pic 999
           value 0.
       01 ws-work-rtv-days                 pic 999
           value 0.
       01 ws-credit-short                  pic s9(7)v99
           value 0.

       01 ws-pending-count                 pic 9(6)
           value 0.
       01 ws-taken-in-count                pic 9(6)
           value 0.
       01 ws-duplicate-count               pic 9(6)
           value 0.
       01 ws-action-count                  pic 9(6)
           value 0.
       01 ws-memos-issued-count            pic 9(6)
           value 0.
       01 ws-memos-this-action             pic 9(6)
           value 0.
       01 ws-credit-count                  pic 9(6)
           value 0.
       01 ws-rejected-count                pic 9(6)
           value 0.
       01 ws-aged-count                    pic 9(6)
           value 0.
       01 ws-back-room-count               pic 9(6)
           value 0.
       01 ws-back-room-amount              pic 9(8)v99
           value 0.
       01 ws-open-memo-count               pic 9(6)
           value 0.
       01 ws-open-memo-amount              pic 9(8)v99
           value 0.
       01 ws-short-credit-count            pic 9(6)
           value 0.
       01 ws-short-credit-amount           pic 9(8)v99
           value 0.

       procedure division.
       000-main.
           perform 015-check-chain-lock.

           move function current-date(1:8) to ws-run-date.

           perform 020-load-item-master.

           perform 030-load-vendor-master.

           perform 040-load-rtv-control.

           open i-o rtv-items-idx-file.
           open i-o rtv-memo-idx-file.
           open output memo-file.
           open output report-file.

           write report-line               from ws-report-heading.
           write report-line               from spaces.

           perform 100-take-in-pending.

           perform 200-apply-actions.

           perform 500-print-aged-items.

           perform 600-print-open-memos.

           perform 700-print-totals.

           close rtv-items-idx-file.
           close rtv-memo-idx-file.
           close memo-file.
           close report-file.

           perform 045-save-rtv-control.

           perform 950-write-audit-log.

           goback.

      *    Taking in the pending file empties it, and Inventory fills
      *    it during the nightly chain, so this program may not start
      *    while RunChain holds the chain lock.  A lock from an
      *    earlier calendar date is a crashed chain: it is cleared
      *    here, noted on the stale-lock report, and the run proceeds.
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
                   display "VENDORRETURN: NIGHTLY CHAIN IS RUNNING "
                       "(LOCK HELD SINCE " ws-cl-taken-date
                       " " ws-cl-taken-time ") - RUN REFUSED"
                   move 8                  to return-code
                   goback
               end-if
           end-if.

       016-clear-stale-lock.
           move ws-cl-taken-date           to ws-sll-taken-date.
           move ws-cl-taken-time           to ws-sll-taken-time.
           move "VendorReturn"             to ws-sll-program.
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

           display "VENDORRETURN: STALE CHAIN LOCK FROM "
               ws-cl-taken-date " CLEARED".

       020-load-item-master.
           open input item-master-file.
           perform until ws-im-count >= 500
               read item-master-file
                   at end exit perform
               end-read
               add 1                       to ws-im-count
               move im-sku-code
                 to ws-im-sku-code(ws-im-count)
               move im-vendor-num
                 to ws-im-vendor-num(ws-im-count)
               if im-unit-cost is numeric
                   move im-unit-cost
                     to ws-im-unit-cost(ws-im-count)
               else
                   move 0
                     to ws-im-unit-cost(ws-im-count)
               end-if
           end-perform.
           if ws-im-count >= 500 then
               read item-master-file
                   at end continue
                   not at end
                       display "VENDORRETURN: ITEM MASTER EXCEEDS "
                           "THE 500-ROW TABLE - RUN REFUSED"
                       move 8              to return-code
                       goback
               end-read
           end-if.
           close item-master-file.

       030-load-vendor-master.
           open input vendor-master-file.
           perform until ws-vn-count >= 200
               read vendor-master-file
                   at end exit perform
               end-read
               add 1                       to ws-vn-count
               move vn-vendor-num
                 to ws-vn-vendor-num(ws-vn-count)
               move vn-vendor-name
                 to ws-vn-vendor-name(ws-vn-count)
               if vn-rtv-days is numeric
                   and vn-rtv-days > 0
                   move vn-rtv-days
                     to ws-vn-rtv-days(ws-vn-count)
               else
                   move ws-default-rtv-days
                     to ws-vn-rtv-days(ws-vn-count)
               end-if
           end-perform.
           if ws-vn-count >= 200 then
               read vendor-master-file
                   at end continue
                   not at end
                       display "VENDORRETURN: VENDOR MASTER EXCEEDS "
                           "THE 200-ROW TABLE - RUN REFUSED"
                       move 8              to return-code
                       goback
               end-read
           end-if.
           close vendor-master-file.

       040-load-rtv-control.
           open input rtv-control-file.
           read rtv-control-file
               at end continue
               not at end
                   if rc-last-memo-num is numeric
                       move rc-last-memo-num to ws-last-memo-num
                   end-if
           end-read.
           close rtv-control-file.

       045-save-rtv-control.
           open output rtv-control-file.
           move ws-last-memo-num           to rc-last-memo-num.
           write rtv-control-rec.
           close rtv-control-file.

      *    A pending row already on the item file (a rerun after the
      *    pending file was taken in but before it was emptied) is
      *    counted and dropped rather than held twice.
       100-take-in-pending.
           move 'n'                        to ws-eof-flag.
           open input rtv-pending-file.
           perform 110-take-in-one-item
               until ws-eof-flag = 'y'.
           close rtv-pending-file.

           open output rtv-pending-file.
           close rtv-pending-file.

       110-take-in-one-item.
           read rtv-pending-file
               at end move 'y'             to ws-eof-flag
               not at end
                   add 1                   to ws-pending-count
                   perform 120-build-item
                   write rtv-item-rec
                       invalid key
                           add 1           to ws-duplicate-count
                       not invalid key
                           add 1           to ws-taken-in-count
                   end-write
           end-read.

      *    Valued at what the vendor billed us; an item with no cost
      *    on the master falls back to the price it was returned at.
       120-build-item.
           move spaces                     to rtv-item-rec.
           move rp-business-date           to ri-business-date.
           move rp-store-num               to ri-store-num.
           move rp-invoice-num             to ri-invoice-num.
           move rp-sku-code                to ri-sku-code.
           move rp-line-num                to ri-line-num.
           move rp-quantity                to ri-quantity.
           move rp-unit-price              to ri-unit-cost.
           move spaces                     to ri-vendor-num.

           perform varying ws-im-idx from 1 by 1
               until ws-im-idx > ws-im-count
               if ws-im-sku-code(ws-im-idx) = rp-sku-code
                   move ws-im-vendor-num(ws-im-idx) to ri-vendor-num
                   if ws-im-unit-cost(ws-im-idx) > 0
                       move ws-im-unit-cost(ws-im-idx)
                         to ri-unit-cost
                   end-if
                   exit perform
               end-if
           end-perform.

           compute ri-extended-cost = ri-quantity * ri-unit-cost.
           move 'P'                        to ri-status.
           move 0                          to ri-memo-num.

       200-apply-actions.
           write report-line               from ws-action-heading.

           move 'n'                        to ws-eof-flag.
           open input rtv-actions-file.
           perform 210-apply-action
               until ws-eof-flag = 'y'.
           close rtv-actions-file.

           if ws-action-count = 0 then
               write report-line           from ws-none-line
           end-if.

       210-apply-action.
           read rtv-actions-file
               at end move 'y'             to ws-eof-flag
               not at end
                   add 1                   to ws-action-count
                   move spaces             to ws-reject-reason
                   move spaces             to ws-al-amount-x
                   move spaces             to ws-al-memo-num-x
                   if ra-action-88-memo
                       perform 300-issue-memos
                   else
                   if ra-action-88-credit
                       perform 400-record-credit
                   else
                       move "UNKNOWN ACTION CODE"
                         to ws-reject-reason
                       perform 290-report-rejected
                   end-if
                   end-if
           end-read.

       280-report-applied.
           move ws-status-applied          to ws-al-status.
           perform 295-write-action-line.

       290-report-rejected.
           add 1                           to ws-rejected-count.
           move ws-status-rejected         to ws-al-status.
           perform 295-write-action-line.

       295-write-action-line.
           move ra-action                  to ws-al-action.
           move ra-vendor-num              to ws-al-vendor-num.
           move ws-reject-reason           to ws-al-reason.
           write report-line               from ws-action-line.

      *    One memo per vendor.  A named vendor must be on the vendor
      *    master; with no vendor named, every vendor on the master
      *    is batched in turn.  Items whose SKU carries no vendor stay
      *    in the back room until the item master names one.
       300-issue-memos.
           move 0                          to ws-memos-this-action.

           if ra-vendor-num not = spaces then
               move 0                      to ws-vendor-slot
               perform varying ws-vn-idx from 1 by 1
                   until ws-vn-idx > ws-vn-count
                   if ws-vn-vendor-num(ws-vn-idx) = ra-vendor-num
                       set ws-vendor-slot  to ws-vn-idx
                       exit perform
                   end-if
               end-perform
               if ws-vendor-slot = 0
                   move "VENDOR NOT ON VENDOR MASTER"
                     to ws-reject-reason
               else
                   perform 310-issue-vendor-memo
               end-if
           else
               perform 310-issue-vendor-memo
                   varying ws-vendor-slot from 1 by 1
                   until ws-vendor-slot > ws-vn-count
           end-if.

           if ws-reject-reason = spaces
               and ws-memos-this-action = 0 then
               move "NO ITEMS WAITING FOR VENDOR"
                 to ws-reject-reason
           end-if.

           if ws-reject-reason not = spaces then
               perform 290-report-rejected
           end-if.

       310-issue-vendor-memo.
           move ws-vn-vendor-num(ws-vendor-slot) to ws-memo-vendor.
           move ws-vn-vendor-name(ws-vendor-slot)
             to ws-memo-vendor-name.
           move 'n'                        to ws-memo-open-flag.

           move low-values                 to ri-key.
           move 'n'                        to ws-scan-eof-flag.
           start rtv-items-idx-file
               key not < ri-key
               invalid key move 'y'        to ws-scan-eof-flag
           end-start.
           perform 320-batch-one-item
               until ws-scan-eof-flag = 'y'.

           if ws-memo-open-flag = 'y' then
               perform 340-close-memo
           end-if.

       320-batch-one-item.
           read rtv-items-idx-file next
               at end move 'y'             to ws-scan-eof-flag
               not at end
                   if ri-status-88-pending
                       and ri-vendor-num = ws-memo-vendor
                       if ws-memo-open-flag = 'n'
                           perform 330-open-memo
                       end-if
                       move 'M'            to ri-status
                       move rm-memo-num    to ri-memo-num
                       rewrite rtv-item-rec
                           invalid key continue
                       end-rewrite
                       add 1               to rm-item-count
                       add ri-quantity     to rm-unit-count
                       add ri-extended-cost to rm-memo-amount
                       perform 335-write-memo-detail
                   end-if
           end-read.

       330-open-memo.
           move 'y'                        to ws-memo-open-flag.
           add 1                           to ws-last-memo-num.

           move spaces                     to rtv-memo-rec.
           move ws-last-memo-num           to rm-memo-num.
           move ws-memo-vendor             to rm-vendor-num.
           move ws-run-date                to rm-issue-date.
           move 0                          to rm-item-count.
           move 0                          to rm-unit-count.
           move 0                          to rm-memo-amount.
           move 0                          to rm-credit-amount.
           move 0                          to rm-credit-date.
           move 'O'                        to rm-status.

           move rm-memo-num                to ws-mb-memo-num.
           move rm-issue-date              to ws-mb-issue-date.
           move ws-memo-vendor             to ws-mb-vendor-num.
           move ws-memo-vendor-name        to ws-mb-vendor-name.
           write memo-line                 from ws-memo-banner-1.
           write memo-line                 from ws-memo-banner-2.
           write memo-line                 from spaces.
           write memo-line                 from ws-memo-columns.

       335-write-memo-detail.
           move ri-store-num               to ws-md-store-num.
           move ri-invoice-num             to ws-md-invoice-num.
           move ri-sku-code                to ws-md-sku-code.
           move ri-business-date           to ws-md-business-date.
           move ri-quantity                to ws-md-quantity.
           move ri-unit-cost               to ws-md-unit-cost.
           move ri-extended-cost           to ws-md-extended.
           write memo-line                 from ws-memo-detail-line.

       340-close-memo.
           move rm-item-count              to ws-mt-item-count.
           move rm-unit-count              to ws-mt-unit-count.
           move rm-memo-amount             to ws-mt-amount.
           write memo-line                 from spaces.
           write memo-line                 from ws-memo-total-line.
           write memo-line                 from spaces.

           write rtv-memo-rec
               invalid key
                   display "VENDORRETURN: MEMO " rm-memo-num
                       " ALREADY ON THE MEMO FILE - CONTROL NUMBER "
                       "OUT OF STEP"
           end-write.

           add 1                           to ws-memos-this-action.
           add 1                           to ws-memos-issued-count.

           move rm-memo-num                to ws-al-memo-num.
           move rm-memo-amount             to ws-al-amount.
           move ws-memo-vendor             to ra-vendor-num.
           move "DEBIT MEMO ISSUED"        to ws-reject-reason.
           perform 280-report-applied.
           move spaces                     to ws-reject-reason.

      *    A credit closes its memo whatever the amount; one short of
      *    the memo is totalled so the buyer can chase the balance.
       400-record-credit.
           move ra-memo-num                to ws-al-memo-num.

           if ra-memo-num not numeric then
               move "MEMO NUMBER NOT NUMERIC" to ws-reject-reason
           else
               move ra-memo-num            to rm-memo-num
               read rtv-memo-idx-file
                   invalid key
                       move "MEMO NOT ON FILE" to ws-reject-reason
               end-read
           end-if.

           if ws-reject-reason = spaces then
               if rm-status-88-credited
                   move "MEMO ALREADY CREDITED" to ws-reject-reason
               else
               if ra-vendor-num not = spaces
                   and ra-vendor-num not = rm-vendor-num
                   move "MEMO BELONGS TO ANOTHER VENDOR"
                     to ws-reject-reason
               else
               if ra-credit-amount not numeric
                   move "CREDIT AMOUNT NOT NUMERIC"
                     to ws-reject-reason
               end-if
               end-if
               end-if
           end-if.

           if ws-reject-reason not = spaces then
               perform 290-report-rejected
           else
               move ra-credit-amount       to rm-credit-amount
               move ws-run-date            to rm-credit-date
               if ra-credit-date is numeric
                   and ra-credit-date > 0
                   move ra-credit-date     to rm-credit-date
               end-if
               move 'C'                    to rm-status
               rewrite rtv-memo-rec
                   invalid key continue
               end-rewrite

               compute ws-credit-short =
                   rm-memo-amount - rm-credit-amount
               if ws-credit-short > 0
                   add 1                   to ws-short-credit-count
                   add ws-credit-short     to ws-short-credit-amount
                   move "CREDITED SHORT OF MEMO"
                     to ws-reject-reason
               end-if

               move rm-credit-amount       to ws-al-amount
               move rm-vendor-num          to ra-vendor-num
               add 1                       to ws-credit-count
               perform 280-report-applied
           end-if.

      *    Walks every item still in the back room; the ones held
      *    longer than their vendor accepts returns are listed, and an
      *    item with no vendor is listed as soon as the default window
      *    passes since nothing will ever batch it.
       500-print-aged-items.
           write report-line               from spaces.
           write report-line               from ws-aged-heading.
           write report-line               from ws-aged-columns.

           move low-values                 to ri-key.
           move 'n'                        to ws-eof-flag.
           start rtv-items-idx-file
               key not < ri-key
               invalid key move 'y'        to ws-eof-flag
           end-start.
           perform 510-check-aged-item
               until ws-eof-flag = 'y'.

           if ws-aged-count = 0 then
               write report-line           from ws-none-line
           end-if.

       510-check-aged-item.
           read rtv-items-idx-file next
               at end move 'y'             to ws-eof-flag
               not at end
                   if ri-status-88-pending
                       add 1               to ws-back-room-count
                       add ri-extended-cost to ws-back-room-amount
                       perform 520-find-rtv-window
                       compute ws-days-held =
                           function integer-of-date(ws-run-date)
                           - function integer-of-date(ri-business-date)
                       if ws-days-held > ws-work-rtv-days
                           perform 530-print-aged-item
                       end-if
                   end-if
           end-read.

       520-find-rtv-window.
           move ws-default-rtv-days        to ws-work-rtv-days.
           move spaces                     to ws-ag-note.
           move 0                          to ws-vendor-slot.
           if ri-vendor-num not = spaces then
               perform varying ws-vn-idx from 1 by 1
                   until ws-vn-idx > ws-vn-count
                   if ws-vn-vendor-num(ws-vn-idx) = ri-vendor-num
                       set ws-vendor-slot  to ws-vn-idx
                       move ws-vn-rtv-days(ws-vn-idx)
                         to ws-work-rtv-days
                       exit perform
                   end-if
               end-perform
           end-if.
           if ws-vendor-slot = 0 then
               move ws-no-vendor-note      to ws-ag-note
           end-if.

       530-print-aged-item.
           add 1                           to ws-aged-count.
           move ri-business-date           to ws-ag-business-date.
           move ri-store-num               to ws-ag-store-num.
           move ri-sku-code                to ws-ag-sku-code.
           move ri-vendor-num              to ws-ag-vendor-num.
           move ri-quantity                to ws-ag-quantity.
           move ri-extended-cost           to ws-ag-cost.
           move ws-work-rtv-days           to ws-ag-window.
           move ws-days-held               to ws-ag-days-held.
           write report-line               from ws-aged-line.

       600-print-open-memos.
           write report-line               from spaces.
           write report-line               from ws-open-memo-heading.
           write report-line               from ws-open-memo-columns.

           move 0                          to rm-memo-num.
           move 'n'                        to ws-eof-flag.
           start rtv-memo-idx-file
               key not < rm-memo-num
               invalid key move 'y'        to ws-eof-flag
           end-start.
           perform 610-check-open-memo
               until ws-eof-flag = 'y'.

           if ws-open-memo-count = 0 then
               write report-line           from ws-none-line
           end-if.

       610-check-open-memo.
           read rtv-memo-idx-file next
               at end move 'y'             to ws-eof-flag
               not at end
                   if rm-status-88-open
                       add 1               to ws-open-memo-count
                       add rm-memo-amount  to ws-open-memo-amount
                       move rm-memo-num    to ws-om-memo-num
                       move rm-vendor-num  to ws-om-vendor-num
                       move rm-issue-date  to ws-om-issue-date
                       move rm-item-count  to ws-om-item-count
                       move rm-unit-count  to ws-om-unit-count
                       move rm-memo-amount to ws-om-amount
                       compute ws-days-held =
                           function integer-of-date(ws-run-date)
                           - function integer-of-date(rm-issue-date)
                       move ws-days-held   to ws-om-days-out
                       write report-line   from ws-open-memo-line
                   end-if
           end-read.

       700-print-totals.
           write report-line               from spaces.
           move ws-taken-in-count          to ws-tl1-count.
           write report-line               from ws-totals-line-1.
           move ws-duplicate-count         to ws-tl2-count.
           write report-line               from ws-totals-line-2.
           move ws-memos-issued-count      to ws-tl3-count.
           write report-line               from ws-totals-line-3.
           move ws-credit-count            to ws-tl4-count.
           write report-line               from ws-totals-line-4.
           move ws-rejected-count          to ws-tl5-count.
           write report-line               from ws-totals-line-5.
           move ws-back-room-count         to ws-tl6-count.
           move ws-back-room-amount        to ws-tl6-amount.
           write report-line               from ws-totals-line-6.
           move ws-open-memo-count         to ws-tl7-count.
           move ws-open-memo-amount        to ws-tl7-amount.
           write report-line               from ws-totals-line-7.
           move ws-short-credit-count      to ws-tl8-count.
           move ws-short-credit-amount     to ws-tl8-amount.
           write report-line               from ws-totals-line-8.

       950-write-audit-log.
           move function current-date(1:8)     to au-run-date.
           move function current-date(9:6)     to au-run-time.
           move "VendorReturn"                 to au-program-name.
           compute au-input-count =
               ws-pending-count + ws-action-count.
           move ws-taken-in-count              to au-output1-count.
           move ws-memos-issued-count          to au-output2-count.
           move ws-aged-count                  to au-output3-count.

           open extend run-history-file.
           write audit-rec.
           close run-history-file.

       end program VendorReturn.
