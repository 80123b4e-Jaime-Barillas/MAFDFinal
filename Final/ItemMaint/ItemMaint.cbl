       date-written. 2026-09-02.
      *Desc: Apply add/change/delete transactions against the item
      *master under program control instead of hand-editing the fixed
      *80-byte layout, where one shifted column silently corrupts a
      *record.  Every update is edited first -- unique SKU on an add,
      *SKU on file for a change or delete, a description present, a
      *numeric price -- and the report shows the before and after image
      *downstream judge each transaction against the price that was in
      *force on its transaction date, not against whatever price was
      *keyed last.
      *
      *The vendor number and pack size feed the suggested reorder run,
      *which groups its orders by vendor and rounds them to full packs.
      *A vendor number must be on the vendor master when one is keyed.
      *The unit cost values count variances on the shrink report.
      *
      *Nothing keyed is applied on the run that keys it.  A keyed
      *update that passes the edits goes to the pending-change queue
      *tagged with the keying operator; a second operator approves or
      *rejects it in MaintApprove, and the next run of this program
      *applies the approved ones (and only then appends their price
      *history rows).  The operator is named in the MAINTOPER
      *environment variable and must be cleared to key on the
      *operator master.

       environment division.
       configuration section.
               assign to "data/item-price-history.dat"
               organization is line sequential.

           select optional vendor-master-file
               assign to "data/vendor-master.dat"
               organization is line sequential.

           select report-file
               assign to "data/report-item-maint.out"
               organization is line sequential.
               assign to "data/run-history.log"
               organization is line sequential.

           select optional operator-master-file
               assign to "data/operator-master.dat"
               organization is line sequential.

           select optional pending-change-file
               assign to "data/pending-changes.dat"
               organization is line sequential.

           select pending-change-work-file
               assign to "data/pending-changes.tmp"
               organization is line sequential.

       data division.
       file section.
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

           fd maint-trans-file
               data record is maint-trans-rec
               record contains 88 characters.

           01 maint-trans-rec.
               05 mt-action                    pic x.
               05 mt-category                  pic x(10).
               05 mt-price                     pic 9(5)v99.
               05 mt-effective-date            pic 9(8).
               05 mt-vendor-num                pic x(6).
               05 mt-pack-size                 pic 9(4).
               05 mt-unit-cost                 pic 9(5)v99.

           fd price-history-file
               data record is price-history-rec
               05 ph-effective-date            pic 9(8).
               05 ph-price                     pic 9(5)v99.

           fd vendor-master-file
               data record is vendor-master-rec
               record contains 50 characters.

           01 vendor-master-rec.
               05 vn-vendor-num                pic x(6).
               05 vn-vendor-name               pic x(25).
               05 vn-lead-days                 pic 999.
               05 vn-rtv-days                  pic 999.
               05 filler                       pic x(13).

           fd report-file
               data record is report-line
               record contains 80 characters.
               05 au-output2-count              pic 9(6).
               05 au-output3-count              pic 9(6).

           fd operator-master-file
               data record is operator-master-rec
               record contains 40 characters.

           01 operator-master-rec.
               05 op-operator-id               pic x(8).
               05 op-operator-name             pic x(25).
               05 op-may-key                   pic x.
               05 op-may-approve               pic x.
               05 op-status                    pic x.
               05 filler                       pic x(4).

      *    Shared by the three maintenance programs and MaintApprove;
      *    the payload is the keyed transaction exactly as keyed.
           fd pending-change-file
               data record is pending-change-rec
               record contains 400 characters.

           01 pending-change-rec               pic x(400).

           fd pending-change-work-file
               data record is pending-change-work-rec
               record contains 400 characters.

           01 pending-change-work-rec          pic x(400).

       working-storage section.

       01 ws-report-heading.
               value spaces.
           05 ws-tl-reason                 pic x(35).

       01 ws-section-heading-1              pic x(40)
           value "APPROVED CHANGES APPLIED".
       01 ws-section-heading-2              pic x(40)
           value "KEYED CHANGES QUEUED FOR APPROVAL".

       01 ws-before-line.
           05 filler                       pic x(10)
               value "  BEFORE: ".
               value "  AFTER:  ".
           05 ws-al-image                  pic x(62).

       01 ws-before-line-2.
           05 filler                       pic x(10)
               value spaces.
           05 ws-bl2-image                 pic x(43).

       01 ws-after-line-2.
           05 filler                       pic x(10)
               value spaces.
           05 ws-al2-image                 pic x(43).

       01 ws-none-text                     pic x(8)
           value "(none)".

           05 filler                       pic x(21)
               value "PRICE ROWS APPENDED: ".
           05 ws-tl3-count                 pic zz,zz9.
       01 ws-totals-line-4.
           05 filler                       pic x(21)
               value "TRANSACTIONS QUEUED: ".
           05 ws-tl4-count                 pic zz,zz9.

       01 ws-status-applied                pic x(9)
           value "APPLIED".
       01 ws-status-rejected               pic x(9)
           value "REJECTED".
       01 ws-status-queued                 pic x(9)
           value "QUEUED".

       01 ws-queued-reason.
           05 filler                       pic x(25)
               value "AWAITING APPROVAL, CHANGE".
           05 filler                       pic x
               value space.
           05 ws-qr-change-id              pic 9(6).

       01 ws-pending-change.
           05 ws-pc-change-id              pic 9(6).
           05 ws-pc-source                 pic x.
               88 ws-pc-source-88-store    value 'S'.
               88 ws-pc-source-88-item     value 'I'.
               88 ws-pc-source-88-corr     value 'C'.
               88 ws-pc-source-88-cashier  value 'K'.
           05 ws-pc-status                 pic x.
               88 ws-pc-status-88-pending  value 'P'.
               88 ws-pc-status-88-approved value 'A'.
               88 ws-pc-status-88-rejected value 'R'.
               88 ws-pc-status-88-applied  value 'D'.
               88 ws-pc-status-88-failed   value 'F'.
           05 ws-pc-keyed-by               pic x(8).
           05 ws-pc-keyed-date             pic 9(8).
           05 ws-pc-keyed-time             pic 9(6).
           05 ws-pc-decided-by             pic x(8).
           05 ws-pc-decided-date           pic 9(8).
           05 ws-pc-applied-date           pic 9(8).
           05 ws-pc-note                   pic x(20).
           05 ws-pc-payload                pic x(88).
           05 ws-pc-before-image           pic x(110).
           05 ws-pc-after-image            pic x(110).
           05 filler                       pic x(18).

       01 ws-operator-id                   pic x(8)
           value spaces.
       01 ws-operator-flag                 pic x
           value 'n'.
           88 ws-operator-cleared                value 'y'.

      * Apply mode works the approved queue rows into the master;
      * queue mode runs the same edits against a scratch copy of the
      * table and queues what passes.
       01 ws-maint-mode-flag               pic x
           value 'A'.
           88 ws-applying                        value 'A'.
           88 ws-queueing                        value 'Q'.

       01 ws-pc-eof-flag                   pic x
           value 'n'.
       01 ws-last-change-id                pic 9(6)
           value 0.
       01 ws-queued-count                  pic 9(6)
           value 0.
       01 ws-run-time                      pic 9(6)
           value 0.

       01 ws-item-table.
           05 ws-it-count                  pic 999
               10 ws-it-description        pic x(30).
               10 ws-it-category           pic x(10).
               10 ws-it-price              pic 9(5)v99.
               10 ws-it-vendor-num         pic x(6).
               10 ws-it-pack-size          pic 9(4).
               10 ws-it-unit-cost          pic 9(5)v99.
               10 ws-it-deleted            pic x.

       01 ws-eof-flag                      pic x
           05 ws-iw-category               pic x(10).
           05 ws-iw-price                  pic 9(5)v99.

       01 ws-image-work-2.
           05 filler                       pic x(8)
               value "VENDOR: ".
           05 ws-iw2-vendor-num            pic x(6).
           05 filler                       pic x(8)
               value "  PACK: ".
           05 ws-iw2-pack-size             pic z,zz9.
           05 filler                       pic x(8)
               value "  COST: ".
           05 ws-iw2-unit-cost             pic zzzz9.99.

      * Vendor numbers an add or change may name; kept as a table
      * because the master is small and hand-maintained.
       01 ws-vendor-table.
           05 ws-vt-count                  pic 999
               value 0.
           05 ws-vt-vendor-num             pic x(6)
               occurs 200 times
               indexed by ws-vt-idx.

       01 ws-vendor-found-flag             pic x
           value 'n'.

      * SKUs that already have at least one price history row.  A
      * change on a SKU missing from this list is the first since
      * before the history file existed, and gets a seed row with
       procedure division.
       000-main.
           move function current-date(1:8) to ws-run-date.
           move function current-date(9:6) to ws-run-time.

           perform 050-check-operator.

           perform 100-load-item-master.

           perform 110-load-price-history.

           perform 130-load-vendor-master.

           open output report-file.
           open extend price-history-file.

           write report-line               from ws-report-heading.
           write report-line               from spaces.

           perform 150-apply-approved-changes.

           close price-history-file.

           perform 500-rewrite-item-master.

           perform 170-queue-keyed-changes.

           perform 180-replace-queue.

           perform 600-print-totals.

           close report-file.

           goback.

      *    Only an active operator cleared to key may run this
      *    program at all; the keyed rows carry the id into the queue.
       050-check-operator.
           accept ws-operator-id from environment "MAINTOPER"
               on exception continue
           end-accept.

           move 'n'                        to ws-eof-flag.
           open input operator-master-file.
           perform 055-read-operator-row
               until ws-eof-flag = 'y'
               or ws-operator-cleared.
           close operator-master-file.
           move 'n'                        to ws-eof-flag.

           if not ws-operator-cleared then
               display "ITEMMAINT: OPERATOR '" ws-operator-id
                   "' IS NOT CLEARED TO KEY MASTER CHANGES - RUN "
                   "REFUSED"
               move 8                      to return-code
               goback
           end-if.

       055-read-operator-row.
           read operator-master-file
               at end move 'y'             to ws-eof-flag
               not at end
                   if op-operator-id = ws-operator-id
                       and ws-operator-id not = spaces
                       and op-may-key = 'Y'
                       and op-status = 'A'
                       set ws-operator-cleared to true
                   end-if
           end-read.

      *    The master is rewritten from this table at end of run, so
      *    a row past the table cap would be DESTROYED on disk --
      *    refuse the run outright rather than truncate the master.
                 to ws-it-category(ws-it-count)
               move im-expected-price
                 to ws-it-price(ws-it-count)
               move im-vendor-num
                 to ws-it-vendor-num(ws-it-count)
      *        Rows keyed before the pack size existed sell by the
      *        single unit.
               if im-pack-size is numeric
                   move im-pack-size
                     to ws-it-pack-size(ws-it-count)
               else
                   move 1
                     to ws-it-pack-size(ws-it-count)
               end-if
               if im-unit-cost is numeric
                   move im-unit-cost
                     to ws-it-unit-cost(ws-it-count)
               else
                   move 0
                     to ws-it-unit-cost(ws-it-count)
               end-if
               move 'N'
                 to ws-it-deleted(ws-it-count)
           end-perform.
                   perform 446-note-sku-has-history
           end-read.

       130-load-vendor-master.
           move 'n'                        to ws-hist-eof-flag.
           open input vendor-master-file.

           perform 140-note-vendor
               until ws-hist-eof-flag = 'y'.

           close vendor-master-file.

       140-note-vendor.
           read vendor-master-file
               at end move 'y'             to ws-hist-eof-flag
               not at end
                   if ws-vt-count < 200
                       add 1               to ws-vt-count
                       move vn-vendor-num
                         to ws-vt-vendor-num(ws-vt-count)
                   else
                       display "ITEMMAINT: VENDOR MASTER EXCEEDS "
                           "THE 200-ROW TABLE - RUN REFUSED"
                       move 8              to return-code
                       goback
                   end-if
           end-read.

      *    Every queue row is copied to the work file; the approved
      *    item rows are applied on the way through and marked
      *    applied, or failed when the edits refuse them against
      *    today's master.  The work file stays open for the queue
      *    pass that follows.
       150-apply-approved-changes.
           write report-line               from ws-section-heading-1.
           write report-line               from spaces.

           set ws-applying                 to true.
           move 'n'                        to ws-pc-eof-flag.
           open input pending-change-file.
           open output pending-change-work-file.

           perform 160-apply-one-queued-change
               until ws-pc-eof-flag = 'y'.

           close pending-change-file.

       160-apply-one-queued-change.
           read pending-change-file into ws-pending-change
               at end move 'y'             to ws-pc-eof-flag
               not at end
                   if ws-pc-change-id > ws-last-change-id
                       move ws-pc-change-id to ws-last-change-id
                   end-if
                   if ws-pc-source-88-item
                       and ws-pc-status-88-approved
                       move ws-pc-payload  to maint-trans-rec
                       add 1               to ws-trans-count
                       perform 210-edit-and-apply
                       if ws-reject-reason = spaces
                           move 'D'        to ws-pc-status
                       else
                           move 'F'        to ws-pc-status
                           move ws-reject-reason to ws-pc-note
                       end-if
                       move ws-run-date    to ws-pc-applied-date
                   end-if
                   write pending-change-work-rec
                       from ws-pending-change
           end-read.

      *    The keyed file is emptied once its rows are on the queue,
      *    so a second run cannot queue them twice.
       170-queue-keyed-changes.
           write report-line               from spaces.
           write report-line               from ws-section-heading-2.
           write report-line               from spaces.

           set ws-queueing                 to true.
           move 'n'                        to ws-eof-flag.
           open input maint-trans-file.

           perform 200-apply-transaction
               until ws-eof-flag = 'y'.

           close maint-trans-file.
           close pending-change-work-file.

           open output maint-trans-file.
           close maint-trans-file.

       180-replace-queue.
           move 'n'                        to ws-pc-eof-flag.
           open input pending-change-work-file.
           open output pending-change-file.

           perform 185-copy-one-queue-row
               until ws-pc-eof-flag = 'y'.

           close pending-change-work-file.
           close pending-change-file.

       185-copy-one-queue-row.
           read pending-change-work-file
               at end move 'y'             to ws-pc-eof-flag
               not at end
                   write pending-change-rec
                       from pending-change-work-rec
           end-read.

       200-apply-transaction.
           read maint-trans-file
               at end move 'y'             to ws-eof-flag
           end-if
           end-if.

           if ws-reject-reason = spaces then
               perform 330-edit-vendor-and-pack
           end-if.

           if ws-reject-reason not = spaces then
               perform 400-report-rejected
           else
                 to ws-it-category(ws-it-count)
               move mt-price
                 to ws-it-price(ws-it-count)
               move mt-vendor-num
                 to ws-it-vendor-num(ws-it-count)
               if mt-pack-size is numeric
                   move mt-pack-size
                     to ws-it-pack-size(ws-it-count)
               else
                   move 1
                     to ws-it-pack-size(ws-it-count)
               end-if
               if mt-unit-cost is numeric
                   move mt-unit-cost
                     to ws-it-unit-cost(ws-it-count)
               else
                   move 0
                     to ws-it-unit-cost(ws-it-count)
               end-if
               move 'N'
                 to ws-it-deleted(ws-it-count)

               if ws-applying
                   perform 430-append-price-history
               end-if

               move spaces                 to ws-bl-image
               move ws-none-text           to ws-bl-image
               move spaces                 to ws-bl2-image
               move ws-it-count            to ws-work-index
               perform 410-format-after-image
               perform 420-report-applied
           else
           if mt-description = spaces
               and mt-category = spaces
               and mt-price not numeric
               and mt-vendor-num = spaces
               and mt-pack-size not numeric
               and mt-unit-cost not numeric then
               move "NOTHING TO CHANGE"    to ws-reject-reason
           end-if
           end-if.

           if ws-reject-reason = spaces then
               perform 330-edit-vendor-and-pack
           end-if.

           if ws-reject-reason not = spaces then
               perform 400-report-rejected
           else
                   move mt-category
                     to ws-it-category(ws-found-index)
               end-if
               if mt-vendor-num not = spaces
                   move mt-vendor-num
                     to ws-it-vendor-num(ws-found-index)
               end-if
               if mt-pack-size is numeric
                   move mt-pack-size
                     to ws-it-pack-size(ws-found-index)
               end-if
               if mt-unit-cost is numeric
                   move mt-unit-cost
                     to ws-it-unit-cost(ws-found-index)
               end-if
               if mt-price is numeric
                   if ws-applying
                       perform 435-seed-legacy-history
                   end-if
                   move mt-price
                     to ws-it-price(ws-found-index)
                   if ws-applying
                       perform 430-append-price-history
                   end-if
               end-if

               perform 410-format-after-image
                 to ws-it-deleted(ws-found-index)
               move spaces                 to ws-al-image
               move ws-none-text           to ws-al-image
               move spaces                 to ws-al2-image
               perform 420-report-applied
           end-if.

      *    A vendor left blank keeps the item off every suggested
      *    order until one is keyed; a keyed vendor must be on the
      *    vendor master.  A pack size of zero would divide every
      *    suggested quantity by nothing.
       330-edit-vendor-and-pack.
           if mt-vendor-num not = spaces then
               move 'n'                    to ws-vendor-found-flag
               perform varying ws-vt-idx from 1 by 1
                   until ws-vt-idx > ws-vt-count
                   if ws-vt-vendor-num(ws-vt-idx) = mt-vendor-num
                       move 'y'            to ws-vendor-found-flag
                   end-if
               end-perform
               if ws-vendor-found-flag = 'n'
                   move "VENDOR NOT ON FILE"
                       to ws-reject-reason
               end-if
           end-if.

           if ws-reject-reason = spaces
               and mt-pack-size is numeric
               and mt-pack-size = 0 then
               move "PACK SIZE MUST BE ABOVE ZERO"
                   to ws-reject-reason
           end-if.

       400-report-rejected.
           add 1                           to ws-rejected-count.
           move mt-action                  to ws-tl-action.
           move ws-it-price(ws-work-index)
             to ws-iw-price.
           move ws-image-work              to ws-al-image.
           move ws-it-vendor-num(ws-work-index)
             to ws-iw2-vendor-num.
           move ws-it-pack-size(ws-work-index)
             to ws-iw2-pack-size.
           move ws-it-unit-cost(ws-work-index)
             to ws-iw2-unit-cost.
           move ws-image-work-2            to ws-al2-image.

       440-format-before-image.
           move ws-it-sku-code(ws-work-index)
           move ws-it-price(ws-work-index)
             to ws-iw-price.
           move ws-image-work              to ws-bl-image.
           move ws-it-vendor-num(ws-work-index)
             to ws-iw2-vendor-num.
           move ws-it-pack-size(ws-work-index)
             to ws-iw2-pack-size.
           move ws-it-unit-cost(ws-work-index)
             to ws-iw2-unit-cost.
           move ws-image-work-2            to ws-bl2-image.

       420-report-applied.
           move mt-action                  to ws-tl-action.
           move mt-sku-code                to ws-tl-sku-code.
           if ws-queueing then
               perform 425-queue-change
               move ws-status-queued       to ws-tl-status
               move ws-queued-reason       to ws-tl-reason
           else
               add 1                       to ws-applied-count
               move ws-status-applied      to ws-tl-status
               move spaces                 to ws-tl-reason
           end-if.
           write report-line               from ws-trans-line.
           write report-line               from ws-before-line.
           write report-line               from ws-before-line-2.
           write report-line               from ws-after-line.
           write report-line               from ws-after-line-2.

       425-queue-change.
           add 1                           to ws-queued-count.
           add 1                           to ws-last-change-id.
           move spaces                     to ws-pending-change.
           move ws-last-change-id          to ws-pc-change-id.
           move 'I'                        to ws-pc-source.
           move 'P'                        to ws-pc-status.
           move ws-operator-id             to ws-pc-keyed-by.
           move ws-run-date                to ws-pc-keyed-date.
           move ws-run-time                to ws-pc-keyed-time.
           move 0                          to ws-pc-decided-date.
           move 0                          to ws-pc-applied-date.
           move maint-trans-rec            to ws-pc-payload.
           move ws-bl-image                to ws-pc-before-image(1:62).
           move ws-bl2-image               to ws-pc-before-image(65:43).
           move ws-al-image                to ws-pc-after-image(1:62).
           move ws-al2-image               to ws-pc-after-image(65:43).
           write pending-change-work-rec   from ws-pending-change.
           move ws-last-change-id          to ws-qr-change-id.

      *    A transaction keyed without an effective date takes effect
      *    today; a dated one (for example a price change keyed ahead
                     to im-category
                   move ws-it-price(ws-work-index)
                     to im-expected-price
                   move ws-it-vendor-num(ws-work-index)
                     to im-vendor-num
                   move ws-it-pack-size(ws-work-index)
                     to im-pack-size
                   move ws-it-unit-cost(ws-work-index)
                     to im-unit-cost
                   write item-master-rec
               end-if
           end-perform.
           write report-line               from ws-totals-line-2.
           move ws-price-row-count         to ws-tl3-count.
           write report-line               from ws-totals-line-3.
           move ws-queued-count            to ws-tl4-count.
           write report-line               from ws-totals-line-4.

       950-write-audit-log.
           move function current-date(1:8)     to au-run-date.
