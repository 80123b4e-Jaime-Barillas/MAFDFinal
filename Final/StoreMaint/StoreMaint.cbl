      *present, a tax rate inside the sane range -- and the report
      *shows the before and after image of every record touched.
      *Structurally bad updates are refused with a reason.
      *
      *Nothing keyed is applied on the run that keys it.  A keyed
      *update that passes the edits goes to the pending-change queue
      *tagged with the keying operator; a second operator approves or
      *rejects it in MaintApprove, and the next run of this program
      *applies the approved ones.  The operator is named in the
      *MAINTOPER environment variable and must be cleared to key on
      *the operator master.

       environment division.
       configuration section.
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

           select optional chain-lock-file
               assign to "data/chain-lock.dat"
               organization is line sequential.
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

           fd chain-lock-file
               data record is chain-lock-rec
               record contains 20 characters.
               value spaces.
           05 ws-tl-reason                 pic x(35).

       01 ws-section-heading-1              pic x(40)
           value "APPROVED CHANGES APPLIED".
       01 ws-section-heading-2              pic x(40)
           value "KEYED CHANGES QUEUED FOR APPROVAL".

       01 ws-before-line.
           05 filler                       pic x(10)
               value "  BEFORE: ".
           05 filler                       pic x(21)
               value "TRANSACTIONS REFUSED:".
           05 ws-tl2-count                 pic zz,zz9.
       01 ws-totals-line-3.
           05 filler                       pic x(21)
               value "TRANSACTIONS QUEUED: ".
           05 ws-tl3-count                 pic zz,zz9.

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
       01 ws-run-date                      pic 9(8)
           value 0.
       01 ws-run-time                      pic 9(6)
           value 0.

      * The sane tax-rate window.  A zero rate is legitimate for a
      * tax-exempt jurisdiction; anything above the cap is a slipped
       000-main.
           perform 015-check-chain-lock.

           perform 050-check-operator.

           perform 100-load-store-master.

           open output report-file.

           write report-line               from ws-report-heading.
           write report-line               from spaces.

           perform 150-apply-approved-changes.

           perform 500-rewrite-store-master.

           perform 170-queue-keyed-changes.

           perform 180-replace-queue.

           perform 600-print-totals.

           close report-file.
           display "STOREMAINT: STALE CHAIN LOCK FROM "
               ws-cl-taken-date " CLEARED".

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
               display "STOREMAINT: OPERATOR '" ws-operator-id
                   "' IS NOT CLEARED TO KEY MASTER CHANGES - RUN "
                   "REFUSED"
               move 8                      to return-code
               goback
           end-if.

           move function current-date(1:8) to ws-run-date.
           move function current-date(9:6) to ws-run-time.

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

           close store-master-file.

      *    Every queue row is copied to the work file; the approved
      *    store rows are applied on the way through and marked
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
                   if ws-pc-source-88-store
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
           move ws-image-work              to ws-bl-image.

       420-report-applied.
           move mt-action                  to ws-tl-action.
           move mt-store-num               to ws-tl-store-num.
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
           write report-line               from ws-after-line.

       425-queue-change.
           add 1                           to ws-queued-count.
           add 1                           to ws-last-change-id.
           move spaces                     to ws-pending-change.
           move ws-last-change-id          to ws-pc-change-id.
           move 'S'                        to ws-pc-source.
           move 'P'                        to ws-pc-status.
           move ws-operator-id             to ws-pc-keyed-by.
           move ws-run-date                to ws-pc-keyed-date.
           move ws-run-time                to ws-pc-keyed-time.
           move 0                          to ws-pc-decided-date.
           move 0                          to ws-pc-applied-date.
           move maint-trans-rec            to ws-pc-payload.
           move ws-bl-image                to ws-pc-before-image.
           move ws-al-image                to ws-pc-after-image.
           write pending-change-work-rec   from ws-pending-change.
           move ws-last-change-id          to ws-qr-change-id.

       500-rewrite-store-master.
           open output store-master-file.

           write report-line               from ws-totals-line-1.
           move ws-rejected-count          to ws-tl2-count.
           write report-line               from ws-totals-line-2.
           move ws-queued-count            to ws-tl3-count.
           write report-line               from ws-totals-line-3.

       950-write-audit-log.
           move function current-date(1:8)     to au-run-date.
           move ws-trans-count                 to au-input-count.
           move ws-applied-count               to au-output1-count.
           move ws-rejected-count              to au-output2-count.
           move ws-queued-count                to au-output3-count.

           open extend run-history-file.
           write audit-rec.
