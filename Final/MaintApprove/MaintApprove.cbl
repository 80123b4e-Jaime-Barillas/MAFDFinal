       identification division.
       program-id. MaintApprove.
       author. Ryan Sim.
       date-written. 2026-10-15.
      *Desc: Second-operator approval run for the pending-change queue
      *StoreMaint, ItemMaint, CashierMaint and Corrections write to.
      *The approving operator keys one decision per change number --
      *approve or reject -- and this run records them against the
      *queue.  An operator may never decide a change they keyed, and
      *only an active operator cleared to approve on the operator
      *master may run it at all.  The report shows the before and
      *after values of every change decided, then everything still
      *awaiting a decision.  Approved changes are applied by the next
      *run of the program that queued them.

       environment division.
       configuration section.

       input-output section.
       file-control.
           select optional decision-file
               assign to "data/maint-approvals.dat"
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

           select report-file
               assign to "data/report-maint-approval.out"
               organization is line sequential.

           select run-history-file
               assign to "data/run-history.log"
               organization is line sequential.

       data division.
       file section.
           fd decision-file
               data record is decision-rec
               record contains 30 characters.

           01 decision-rec.
               05 md-change-id                 pic 9(6).
               05 md-decision                  pic x.
               05 md-note                      pic x(20).
               05 filler                       pic x(3).

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

           fd pending-change-file
               data record is pending-change-rec
               record contains 400 characters.

           01 pending-change-rec               pic x(400).

           fd pending-change-work-file
               data record is pending-change-work-rec
               record contains 400 characters.

           01 pending-change-work-rec          pic x(400).

           fd report-file
               data record is report-line
               record contains 132 characters.

           01 report-line                      pic x(132).

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

       working-storage section.

       01 ws-report-heading.
           05 filler                       pic x(40)
               value " Master Change Approval -- Group 8".

       01 ws-approver-line.
           05 filler                       pic x(14)
               value "APPROVED BY:  ".
           05 ws-al-operator-id            pic x(8).
           05 filler                       pic x(4)
               value spaces.
           05 ws-al-run-date               pic 9(8).

       01 ws-section-heading-1             pic x(40)
           value "CHANGES DECIDED THIS RUN".
       01 ws-section-heading-2             pic x(40)
           value "CHANGES STILL AWAITING APPROVAL".

       01 ws-column-heading.
           05 filler                       pic x(8)
               value "CHANGE".
           05 filler                       pic x(12)
               value "SOURCE".
           05 filler                       pic x(10)
               value "KEYED BY".
           05 filler                       pic x(10)
               value "KEYED ON".
           05 filler                       pic x(11)
               value "STATUS".
           05 filler                       pic x(35)
               value "NOTE".

       01 ws-change-line.
           05 ws-cl-change-id              pic 9(6).
           05 filler                       pic xx
               value spaces.
           05 ws-cl-source                 pic x(10).
           05 filler                       pic xx
               value spaces.
           05 ws-cl-keyed-by               pic x(8).
           05 filler                       pic xx
               value spaces.
           05 ws-cl-keyed-date             pic 9(8).
           05 filler                       pic xx
               value spaces.
           05 ws-cl-status                 pic x(9).
           05 filler                       pic xx
               value spaces.
           05 ws-cl-note                   pic x(35).

       01 ws-before-line.
           05 filler                       pic x(10)
               value "  BEFORE: ".
           05 ws-bl-image                  pic x(110).

       01 ws-after-line.
           05 filler                       pic x(10)
               value "  AFTER:  ".
           05 ws-al-image                  pic x(110).

       01 ws-source-store                  pic x(10)
           value "STORE".
       01 ws-source-item                   pic x(10)
           value "ITEM".
       01 ws-source-corr                   pic x(10)
           value "CORRECTION".
       01 ws-source-cashier                pic x(10)
           value "CASHIER".

       01 ws-status-approved               pic x(9)
           value "APPROVED".
       01 ws-status-rejected               pic x(9)
           value "REJECTED".
       01 ws-status-refused                pic x(9)
           value "REFUSED".
       01 ws-status-pending                pic x(9)
           value "PENDING".

       01 ws-refused-line.
           05 ws-rl-change-id              pic 9(6).
           05 filler                       pic x(34)
               value spaces.
           05 ws-rl-status                 pic x(9).
           05 filler                       pic xx
               value spaces.
           05 ws-rl-reason                 pic x(35).

       01 ws-reason-own-change             pic x(35)
           value "APPROVER KEYED THIS CHANGE".
       01 ws-reason-not-pending            pic x(35)
           value "CHANGE NOT PENDING".
       01 ws-reason-no-change              pic x(35)
           value "NO SUCH CHANGE ON THE QUEUE".
       01 ws-reason-bad-decision           pic x(35)
           value "DECISION MUST BE A OR R".

       01 ws-totals-line-1.
           05 filler                       pic x(22)
               value "CHANGES APPROVED:     ".
           05 ws-tl1-count                 pic zz,zz9.
       01 ws-totals-line-2.
           05 filler                       pic x(22)
               value "CHANGES REJECTED:     ".
           05 ws-tl2-count                 pic zz,zz9.
       01 ws-totals-line-3.
           05 filler                       pic x(22)
               value "DECISIONS REFUSED:    ".
           05 ws-tl3-count                 pic zz,zz9.
       01 ws-totals-line-4.
           05 filler                       pic x(22)
               value "CHANGES STILL PENDING:".
           05 ws-tl4-count                 pic zz,zz9.

      * Same layout the maintenance programs write.
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

      * The night's decisions, matched to queue rows by change
      * number as the queue is copied through.
       01 ws-decision-table.
           05 ws-dt-count                  pic 9(4)
               value 0.
           05 ws-dt-entry                  occurs 500 times
               indexed by ws-dt-idx.
               10 ws-dt-change-id          pic 9(6).
               10 ws-dt-decision           pic x.
               10 ws-dt-note               pic x(20).
               10 ws-dt-matched            pic x.

       01 ws-operator-id                   pic x(8)
           value spaces.
       01 ws-operator-flag                 pic x
           value 'n'.
           88 ws-operator-cleared                value 'y'.

       01 ws-eof-flag                      pic x
           value 'n'.
       01 ws-decision-found-flag           pic x
           value 'n'.
           88 ws-decision-found                  value 'y'.

       01 ws-decision-count                pic 9(6)
           value 0.
       01 ws-approved-count                pic 9(6)
           value 0.
       01 ws-rejected-count                pic 9(6)
           value 0.
       01 ws-refused-count                 pic 9(6)
           value 0.
       01 ws-pending-count                 pic 9(6)
           value 0.
       01 ws-run-date                      pic 9(8)
           value 0.

       procedure division.
       000-main.
           perform 050-check-operator.

           perform 100-load-decisions.

           open output report-file.

           write report-line               from ws-report-heading.
           move ws-operator-id             to ws-al-operator-id.
           move ws-run-date                to ws-al-run-date.
           write report-line               from ws-approver-line.
           write report-line               from spaces.
           write report-line               from ws-section-heading-1.
           write report-line               from spaces.
           write report-line               from ws-column-heading.
           write report-line               from spaces.

           perform 200-record-decisions.

           perform 300-report-unmatched-decisions.

           perform 400-replace-queue.

           perform 500-list-pending-changes.

           perform 600-print-totals.

           close report-file.

           perform 950-write-audit-log.

           goback.

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

           if not ws-operator-cleared then
               display "MAINTAPPROVE: OPERATOR '" ws-operator-id
                   "' IS NOT CLEARED TO APPROVE MASTER CHANGES - "
                   "RUN REFUSED"
               move 8                      to return-code
               goback
           end-if.

           move function current-date(1:8) to ws-run-date.

       055-read-operator-row.
           read operator-master-file
               at end move 'y'             to ws-eof-flag
               not at end
                   if op-operator-id = ws-operator-id
                       and ws-operator-id not = spaces
                       and op-may-approve = 'Y'
                       and op-status = 'A'
                       set ws-operator-cleared to true
                   end-if
           end-read.

      *    A decision past the table cap would be silently dropped
      *    and its change left pending -- refuse the run instead.
       100-load-decisions.
           open input decision-file.

           perform until ws-dt-count >= 500
               read decision-file
                   at end exit perform
               end-read
               add 1                       to ws-dt-count
               add 1                       to ws-decision-count
               move md-change-id
                 to ws-dt-change-id(ws-dt-count)
               move md-decision
                 to ws-dt-decision(ws-dt-count)
               move md-note
                 to ws-dt-note(ws-dt-count)
               move 'n'
                 to ws-dt-matched(ws-dt-count)
           end-perform.

           if ws-dt-count >= 500 then
               read decision-file
                   at end continue
                   not at end
                       display "MAINTAPPROVE: DECISION FILE EXCEEDS "
                           "THE 500-ROW TABLE - RUN REFUSED"
                       move 8              to return-code
                       goback
               end-read
           end-if.

           close decision-file.

       200-record-decisions.
           move 'n'                        to ws-eof-flag.
           open input pending-change-file.
           open output pending-change-work-file.

           perform 210-decide-one-change
               until ws-eof-flag = 'y'.

           close pending-change-file.
           close pending-change-work-file.

       210-decide-one-change.
           read pending-change-file into ws-pending-change
               at end move 'y'             to ws-eof-flag
               not at end
                   perform 220-find-decision
                   if ws-decision-found
                       perform 230-apply-decision
                   end-if
                   write pending-change-work-rec
                       from ws-pending-change
           end-read.

       220-find-decision.
           move 'n'                        to ws-decision-found-flag.
           perform varying ws-dt-idx from 1 by 1
               until ws-dt-idx > ws-dt-count
               or ws-decision-found
               if ws-dt-change-id(ws-dt-idx) = ws-pc-change-id
                   move 'y'                to ws-decision-found-flag
                   move 'y'                to ws-dt-matched(ws-dt-idx)
               end-if
           end-perform.
           if ws-decision-found then
               set ws-dt-idx               down by 1
           end-if.

      *    A refused decision leaves the change exactly as it was.
       230-apply-decision.
           if not ws-pc-status-88-pending then
               move ws-reason-not-pending  to ws-rl-reason
               perform 250-report-refused
           else
           if ws-pc-keyed-by = ws-operator-id then
               move ws-reason-own-change   to ws-rl-reason
               perform 250-report-refused
           else
           if ws-dt-decision(ws-dt-idx) = 'A' then
               move 'A'                    to ws-pc-status
               move ws-status-approved     to ws-cl-status
               add 1                       to ws-approved-count
               perform 240-record-decision
           else
           if ws-dt-decision(ws-dt-idx) = 'R' then
               move 'R'                    to ws-pc-status
               move ws-status-rejected     to ws-cl-status
               add 1                       to ws-rejected-count
               perform 240-record-decision
           else
               move ws-reason-bad-decision to ws-rl-reason
               perform 250-report-refused
           end-if
           end-if
           end-if
           end-if.

       240-record-decision.
           move ws-operator-id             to ws-pc-decided-by.
           move ws-run-date                to ws-pc-decided-date.
           move ws-dt-note(ws-dt-idx)      to ws-pc-note.
           move ws-pc-note                 to ws-cl-note.
           perform 260-write-change-lines.

       250-report-refused.
           add 1                           to ws-refused-count.
           move ws-pc-change-id            to ws-rl-change-id.
           move ws-status-refused          to ws-rl-status.
           write report-line               from ws-refused-line.

       260-write-change-lines.
           move ws-pc-change-id            to ws-cl-change-id.
           if ws-pc-source-88-store then
               move ws-source-store        to ws-cl-source
           else
           if ws-pc-source-88-item then
               move ws-source-item         to ws-cl-source
           else
           if ws-pc-source-88-cashier then
               move ws-source-cashier      to ws-cl-source
           else
               move ws-source-corr         to ws-cl-source
           end-if
           end-if
           end-if.
           move ws-pc-keyed-by             to ws-cl-keyed-by.
           move ws-pc-keyed-date           to ws-cl-keyed-date.
           write report-line               from ws-change-line.
           move ws-pc-before-image         to ws-bl-image.
           write report-line               from ws-before-line.
           move ws-pc-after-image          to ws-al-image.
           write report-line               from ws-after-line.

       300-report-unmatched-decisions.
           perform varying ws-dt-idx from 1 by 1
               until ws-dt-idx > ws-dt-count
               if ws-dt-matched(ws-dt-idx) = 'n'
                   move ws-dt-change-id(ws-dt-idx) to ws-rl-change-id
                   move ws-status-refused  to ws-rl-status
                   move ws-reason-no-change to ws-rl-reason
                   write report-line       from ws-refused-line
                   add 1                   to ws-refused-count
               end-if
           end-perform.

       400-replace-queue.
           move 'n'                        to ws-eof-flag.
           open input pending-change-work-file.
           open output pending-change-file.

           perform 410-copy-one-queue-row
               until ws-eof-flag = 'y'.

           close pending-change-work-file.
           close pending-change-file.

       410-copy-one-queue-row.
           read pending-change-work-file
               at end move 'y'             to ws-eof-flag
               not at end
                   write pending-change-rec
                       from pending-change-work-rec
           end-read.

       500-list-pending-changes.
           write report-line               from spaces.
           write report-line               from ws-section-heading-2.
           write report-line               from spaces.
           write report-line               from ws-column-heading.
           write report-line               from spaces.

           move 'n'                        to ws-eof-flag.
           open input pending-change-file.

           perform 510-list-one-pending-change
               until ws-eof-flag = 'y'.

           close pending-change-file.

       510-list-one-pending-change.
           read pending-change-file into ws-pending-change
               at end move 'y'             to ws-eof-flag
               not at end
                   if ws-pc-status-88-pending
                       add 1               to ws-pending-count
                       move ws-status-pending to ws-cl-status
                       move spaces         to ws-cl-note
                       perform 260-write-change-lines
                   end-if
           end-read.

       600-print-totals.
           write report-line               from spaces.
           move ws-approved-count          to ws-tl1-count.
           write report-line               from ws-totals-line-1.
           move ws-rejected-count          to ws-tl2-count.
           write report-line               from ws-totals-line-2.
           move ws-refused-count           to ws-tl3-count.
           write report-line               from ws-totals-line-3.
           move ws-pending-count           to ws-tl4-count.
           write report-line               from ws-totals-line-4.

       950-write-audit-log.
           move function current-date(1:8)     to au-run-date.
           move function current-date(9:6)     to au-run-time.
           move "MaintApprove"                 to au-program-name.
           move ws-decision-count              to au-input-count.
           move ws-approved-count              to au-output1-count.
           move ws-rejected-count              to au-output2-count.
           move ws-refused-count               to au-output3-count.

           open extend run-history-file.
           write audit-rec.
           close run-history-file.

       end program MaintApprove.
