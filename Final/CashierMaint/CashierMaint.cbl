       identification division.
       program-id. CashierMaint.
       author. Ryan Sim.
       date-written. 2026-10-15.
      *Desc: Apply add/change/terminate transactions against the
      *cashier master under program control instead of hand-editing
      *the fixed layout file.  Every update is edited first -- unique
      *store and cashier id on an add, a store on the store master, a
      *name present, a real hire date, the cashier on file for a
      *change or termination, and a termination date no earlier than
      *the hire date -- and the report shows the before and after
      *image of every record touched.  Structurally bad updates are
      *refused with a reason.  A terminated cashier stays on the
      *master with status T so Edits can still date-check the sales
      *keyed against them.
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

       input-output section.
       file-control.
           select optional cashier-master-file
               assign to "data/cashier-master.dat"
               organization is line sequential.

           select store-master-file
               assign to "data/store-master.dat"
               organization is line sequential.

           select maint-trans-file
               assign to "data/cashier-maint-trans.dat"
               organization is line sequential.

           select report-file
               assign to "data/report-cashier-maint.out"
               organization is line sequential.

           select run-history-file
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

           select optional stale-lock-report-file
               assign to "data/report-stale-lock.out"
               organization is line sequential.

       data division.
       file section.
      *    A row keyed before the hire/termination fields existed
      *    reads with those fields blank: hire date unknown, never
      *    terminated.
           fd cashier-master-file
               data record is cashier-master-rec
               record contains 50 characters.

           01 cashier-master-rec.
               05 cm-store-num                 pic xx.
               05 cm-cashier-id                pic x(4).
               05 cm-cashier-name              pic x(20).
               05 cm-hire-date                 pic 9(8).
               05 cm-term-date                 pic 9(8).
               05 cm-status                    pic x.
                   88 cm-status-88-active      value 'A'.
                   88 cm-status-88-terminated  value 'T'.
               05 filler                       pic x(7).

           fd store-master-file
               data record is store-master-rec
               record contains 30 characters.

           01 store-master-rec.
               05 sm-store-num                 pic xx.
               05 sm-store-name                pic x(20).
               05 sm-tax-rate                  pic 99v99.
               05 filler                       pic x(4).

           fd maint-trans-file
               data record is maint-trans-rec
               record contains 43 characters.

           01 maint-trans-rec.
               05 mt-action                    pic x.
                   88 mt-action-88-add         value 'A'.
                   88 mt-action-88-change      value 'C'.
                   88 mt-action-88-terminate   value 'T'.
               05 mt-store-num                 pic xx.
               05 mt-cashier-id                pic x(4).
               05 mt-cashier-name              pic x(20).
               05 mt-hire-date                 pic 9(8).
               05 mt-term-date                 pic 9(8).

           fd report-file
               data record is report-line
               record contains 80 characters.

           01 report-line                  pic x(80).

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

      *    Shared by the maintenance programs and MaintApprove; the
      *    payload is the keyed transaction exactly as keyed.
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
               value " Cashier Master Maintenance -- Group 8".

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
           05 filler                       pic xx
               value spaces.
           05 ws-tl-store-num              pic xx.
           05 filler                       pic x
               value space.
           05 ws-tl-cashier-id             pic x(4).
           05 filler                       pic xx
               value spaces.
           05 ws-tl-status                 pic x(9).
           05 filler                       pic xx
               value spaces.
           05 ws-tl-reason                 pic x(35).

       01 ws-section-heading-1              pic x(40)
           value "APPROVED CHANGES APPLIED".
       01 ws-section-heading-2              pic x(40)
           value "KEYED CHANGES QUEUED FOR APPROVAL".

       01 ws-before-line.
           05 filler                       pic x(10)
               value "  BEFORE: ".
           05 ws-bl-image                  pic x(50).

       01 ws-after-line.
           05 filler                       pic x(10)
               value "  AFTER:  ".
           05 ws-al-image                  pic x(50).

       01 ws-none-text                     pic x(8)
           value "(none)".

       01 ws-totals-line-1.
           05 filler                       pic x(21)
               value "TRANSACTIONS APPLIED:".
           05 ws-tl1-count                 pic zz,zz9.
       01 ws-totals-line-2.
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

      * A hire or termination date has to be a plausible calendar
      * date; a slipped column lands a name or a blank in here.
       01 ws-date-check                    pic 9(8)
           value 0.
       01 ws-date-check-r redefines ws-date-check.
           05 ws-dc-year                   pic 9(4).
           05 ws-dc-month                  pic 99.
           05 ws-dc-day                    pic 99.
       01 ws-date-flag                     pic x
           value 'n'.
           88 ws-date-valid                      value 'y'.
       01 ws-min-year-cnst                 pic 9(4)
           value 1950.

       01 ws-cashier-table.
           05 ws-ct-count                  pic 999
               value 0.
           05 ws-ct-entry                  occurs 200 times
               indexed by ws-ct-idx.
               10 ws-ct-store-num          pic xx.
               10 ws-ct-cashier-id         pic x(4).
               10 ws-ct-cashier-name       pic x(20).
               10 ws-ct-hire-date          pic 9(8).
               10 ws-ct-term-date          pic 9(8).
               10 ws-ct-status             pic x.

       01 ws-store-table.
           05 ws-st-count                  pic 999
               value 0.
           05 ws-st-entry                  occurs 100 times
               indexed by ws-st-idx.
               10 ws-st-store-num          pic xx.

       01 ws-store-flag                    pic x
           value 'n'.
           88 ws-store-found                     value 'y'.

       01 ws-eof-flag                      pic x
           value 'n'.

       01 ws-found-index                   pic 999
           value 0.
       01 ws-work-index                    pic 999
           value 0.

       01 ws-trans-count                   pic 9(6)
           value 0.
       01 ws-applied-count                 pic 9(6)
           value 0.
       01 ws-rejected-count                pic 9(6)
           value 0.

       01 ws-reject-reason                 pic x(35)
           value spaces.

       01 ws-image-work.
           05 ws-iw-store-num              pic xx.
           05 ws-iw-cashier-id             pic x(4).
           05 ws-iw-cashier-name           pic x(20).
           05 ws-iw-hire-date              pic 9(8).
           05 ws-iw-term-date              pic 9(8).
           05 ws-iw-status                 pic x.
           05 filler                       pic x(7)
               value spaces.

       procedure division.
       000-main.
           perform 015-check-chain-lock.

           perform 050-check-operator.

           perform 100-load-cashier-master.

           perform 110-load-store-master.

           open output report-file.

           write report-line               from ws-report-heading.
           write report-line               from spaces.

           perform 150-apply-approved-changes.

           perform 500-rewrite-cashier-master.

           perform 170-queue-keyed-changes.

           perform 180-replace-queue.

           perform 600-print-totals.

           close report-file.

           perform 950-write-audit-log.

           goback.

      *    Rewriting the cashier master mid-chain would hand Edits
      *    and the cashier reports two different cashier lists, so
      *    this program may not start while RunChain holds the chain
      *    lock.  A lock from an earlier calendar date is a crashed
      *    chain: it is cleared here, noted on the stale-lock report,
      *    and the run proceeds.
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
                   display "CASHIERMAINT: NIGHTLY CHAIN IS RUNNING "
                       "(LOCK HELD SINCE " ws-cl-taken-date
                       " " ws-cl-taken-time ") - RUN REFUSED"
                   move 8                  to return-code
                   goback
               end-if
           end-if.

       016-clear-stale-lock.
           move ws-cl-taken-date           to ws-sll-taken-date.
           move ws-cl-taken-time           to ws-sll-taken-time.
           move "CashierMaint"             to ws-sll-program.
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

           display "CASHIERMAINT: STALE CHAIN LOCK FROM "
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
               display "CASHIERMAINT: OPERATOR '" ws-operator-id
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
      *    The cap matches the cashier table Edits loads.
       100-load-cashier-master.
           open input cashier-master-file.

           perform until ws-ct-count >= 200
               read cashier-master-file
                   at end exit perform
               end-read
               add 1                       to ws-ct-count
               move cm-store-num
                 to ws-ct-store-num(ws-ct-count)
               move cm-cashier-id
                 to ws-ct-cashier-id(ws-ct-count)
               move cm-cashier-name
                 to ws-ct-cashier-name(ws-ct-count)
               move 0
                 to ws-ct-hire-date(ws-ct-count)
               if cm-hire-date is numeric
                   move cm-hire-date
                     to ws-ct-hire-date(ws-ct-count)
               end-if
               move 0
                 to ws-ct-term-date(ws-ct-count)
               if cm-term-date is numeric
                   move cm-term-date
                     to ws-ct-term-date(ws-ct-count)
               end-if
               if ws-ct-term-date(ws-ct-count) > 0
                   move 'T'
                     to ws-ct-status(ws-ct-count)
               else
                   move 'A'
                     to ws-ct-status(ws-ct-count)
               end-if
           end-perform.

           if ws-ct-count >= 200 then
               read cashier-master-file
                   at end continue
                   not at end
                       display "CASHIERMAINT: CASHIER MASTER EXCEEDS "
                           "THE 200-ROW TABLE - RUN REFUSED"
                       move 8              to return-code
                       goback
               end-read
           end-if.

           close cashier-master-file.

      *    Store numbers run 00 to 99, so the table holds every one;
      *    a longer master is refused rather than leave adds for the
      *    stores past the cap rejected as unknown.
       110-load-store-master.
           open input store-master-file.

           perform until ws-st-count >= 100
               read store-master-file
                   at end exit perform
               end-read
               add 1                       to ws-st-count
               move sm-store-num
                 to ws-st-store-num(ws-st-count)
           end-perform.

           if ws-st-count >= 100 then
               read store-master-file
                   at end continue
                   not at end
                       display "CASHIERMAINT: STORE MASTER EXCEEDS "
                           "THE 100-ROW TABLE - RUN REFUSED"
                       move 8              to return-code
                       goback
               end-read
           end-if.

           close store-master-file.

      *    Every queue row is copied to the work file; the approved
      *    cashier rows are applied on the way through and marked
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
                   if ws-pc-source-88-cashier
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
               not at end
                   add 1                   to ws-trans-count
                   perform 210-edit-and-apply
           end-read.

       210-edit-and-apply.
           move spaces                     to ws-reject-reason.
           perform 220-find-cashier.

           if mt-action-88-add then
               perform 300-apply-add
           else
           if mt-action-88-change then
               perform 310-apply-change
           else
           if mt-action-88-terminate then
               perform 320-apply-terminate
           else
               move "UNKNOWN ACTION CODE" to ws-reject-reason
               perform 400-report-rejected
           end-if
           end-if
           end-if.

      *    Leaves the matching entry's subscript in ws-found-index;
      *    zero means the cashier is not on file for that store.
       220-find-cashier.
           move 0                          to ws-found-index.
           perform varying ws-work-index from 1 by 1
               until ws-work-index > ws-ct-count
               if ws-ct-store-num(ws-work-index) = mt-store-num
                   and ws-ct-cashier-id(ws-work-index)
                       = mt-cashier-id
                   move ws-work-index      to ws-found-index
               end-if
           end-perform.

       230-find-store.
           move 'n'                        to ws-store-flag.
           perform varying ws-st-idx from 1 by 1
               until ws-st-idx > ws-st-count
               if ws-st-store-num(ws-st-idx) = mt-store-num
                   set ws-store-found      to true
               end-if
           end-perform.

      *    Sets ws-date-valid when ws-date-check holds a calendar date
      *    no earlier than the minimum year.
       240-check-date.
           move 'n'                        to ws-date-flag.
           if ws-dc-year >= ws-min-year-cnst
               and ws-dc-month >= 1 and ws-dc-month <= 12
               and ws-dc-day >= 1 and ws-dc-day <= 31 then
               set ws-date-valid           to true
           end-if.

      *    A cashier starts active with no termination date; keying a
      *    termination date on the add is refused so a cashier is
      *    never put on file already gone.
       300-apply-add.
           move 'n'                        to ws-date-flag.
           if mt-hire-date is numeric then
               move mt-hire-date           to ws-date-check
               perform 240-check-date
           end-if.
           perform 230-find-store.

           if ws-found-index > 0 then
               move "CASHIER ALREADY ON FILE FOR STORE"
                   to ws-reject-reason
           else
           if mt-store-num = spaces
               or mt-store-num not numeric then
               move "STORE NUMBER NOT NUMERIC"
                   to ws-reject-reason
           else
           if not ws-store-found then
               move "STORE NOT ON STORE MASTER"
                   to ws-reject-reason
           else
           if mt-cashier-id = spaces then
               move "CASHIER ID MISSING"  to ws-reject-reason
           else
           if mt-cashier-name = spaces then
               move "CASHIER NAME MISSING" to ws-reject-reason
           else
           if not ws-date-valid then
               move "HIRE DATE INVALID"   to ws-reject-reason
           else
           if mt-term-date is numeric
               and mt-term-date > 0 then
               move "TERM DATE NOT ALLOWED ON AN ADD"
                   to ws-reject-reason
           else
           if ws-ct-count >= 200 then
               move "CASHIER TABLE FULL"  to ws-reject-reason
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if
           end-if.

           if ws-reject-reason not = spaces then
               perform 400-report-rejected
           else
               add 1                       to ws-ct-count
               move mt-store-num
                 to ws-ct-store-num(ws-ct-count)
               move mt-cashier-id
                 to ws-ct-cashier-id(ws-ct-count)
               move mt-cashier-name
                 to ws-ct-cashier-name(ws-ct-count)
               move mt-hire-date
                 to ws-ct-hire-date(ws-ct-count)
               move 0
                 to ws-ct-term-date(ws-ct-count)
               move 'A'
                 to ws-ct-status(ws-ct-count)

               move spaces                 to ws-bl-image
               move ws-none-text           to ws-bl-image
               move ws-ct-count            to ws-work-index
               perform 410-format-after-image
               perform 420-report-applied
           end-if.

      *    A name left as spaces or a hire date left blank means "keep
      *    the old value".  A corrected hire date may not fall after
      *    the termination date of a cashier who has already left.
       310-apply-change.
           move 'n'                        to ws-date-flag.
           if mt-hire-date is numeric then
               move mt-hire-date           to ws-date-check
               perform 240-check-date
           end-if.

           if ws-found-index = 0 then
               move "CASHIER NOT ON FILE FOR STORE"
                   to ws-reject-reason
           else
           if mt-cashier-name = spaces
               and mt-hire-date not numeric then
               move "NOTHING TO CHANGE"    to ws-reject-reason
           else
           if mt-hire-date is numeric
               and not ws-date-valid then
               move "HIRE DATE INVALID"    to ws-reject-reason
           else
           if mt-hire-date is numeric
               and ws-ct-term-date(ws-found-index) > 0
               and mt-hire-date > ws-ct-term-date(ws-found-index)
               then
               move "HIRE DATE AFTER TERM DATE"
                   to ws-reject-reason
           end-if
           end-if
           end-if
           end-if.

           if ws-reject-reason not = spaces then
               perform 400-report-rejected
           else
               move ws-found-index         to ws-work-index
               perform 430-format-before-image

               if mt-cashier-name not = spaces
                   move mt-cashier-name
                     to ws-ct-cashier-name(ws-found-index)
               end-if
               if mt-hire-date is numeric
                   move mt-hire-date
                     to ws-ct-hire-date(ws-found-index)
               end-if

               perform 410-format-after-image
               perform 420-report-applied
           end-if.

      *    The cashier stays on file, marked terminated, so the sales
      *    already keyed under the id still resolve.
       320-apply-terminate.
           move 'n'                        to ws-date-flag.
           if mt-term-date is numeric then
               move mt-term-date           to ws-date-check
               perform 240-check-date
           end-if.

           if ws-found-index = 0 then
               move "CASHIER NOT ON FILE FOR STORE"
                   to ws-reject-reason
           else
           if ws-ct-status(ws-found-index) = 'T' then
               move "CASHIER ALREADY TERMINATED"
                   to ws-reject-reason
           else
           if not ws-date-valid then
               move "TERM DATE INVALID"    to ws-reject-reason
           else
           if mt-term-date < ws-ct-hire-date(ws-found-index) then
               move "TERM DATE BEFORE HIRE DATE"
                   to ws-reject-reason
           end-if
           end-if
           end-if
           end-if.

           if ws-reject-reason not = spaces then
               perform 400-report-rejected
           else
               move ws-found-index         to ws-work-index
               perform 430-format-before-image
               move mt-term-date
                 to ws-ct-term-date(ws-found-index)
               move 'T'
                 to ws-ct-status(ws-found-index)
               perform 410-format-after-image
               perform 420-report-applied
           end-if.

       400-report-rejected.
           add 1                           to ws-rejected-count.
           move mt-action                  to ws-tl-action.
           move mt-store-num               to ws-tl-store-num.
           move mt-cashier-id              to ws-tl-cashier-id.
           move ws-status-rejected         to ws-tl-status.
           move ws-reject-reason           to ws-tl-reason.
           write report-line               from ws-trans-line.

       410-format-after-image.
           perform 440-fill-image-work.
           move ws-image-work              to ws-al-image.

       430-format-before-image.
           perform 440-fill-image-work.
           move ws-image-work              to ws-bl-image.

       440-fill-image-work.
           move ws-ct-store-num(ws-work-index)
             to ws-iw-store-num.
           move ws-ct-cashier-id(ws-work-index)
             to ws-iw-cashier-id.
           move ws-ct-cashier-name(ws-work-index)
             to ws-iw-cashier-name.
           move ws-ct-hire-date(ws-work-index)
             to ws-iw-hire-date.
           move ws-ct-term-date(ws-work-index)
             to ws-iw-term-date.
           move ws-ct-status(ws-work-index)
             to ws-iw-status.

       420-report-applied.
           move mt-action                  to ws-tl-action.
           move mt-store-num               to ws-tl-store-num.
           move mt-cashier-id              to ws-tl-cashier-id.
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
           move 'K'                        to ws-pc-source.
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

       500-rewrite-cashier-master.
           open output cashier-master-file.

           perform varying ws-work-index from 1 by 1
               until ws-work-index > ws-ct-count
               move spaces                 to cashier-master-rec
               move ws-ct-store-num(ws-work-index)
                 to cm-store-num
               move ws-ct-cashier-id(ws-work-index)
                 to cm-cashier-id
               move ws-ct-cashier-name(ws-work-index)
                 to cm-cashier-name
               move ws-ct-hire-date(ws-work-index)
                 to cm-hire-date
               move ws-ct-term-date(ws-work-index)
                 to cm-term-date
               move ws-ct-status(ws-work-index)
                 to cm-status
               write cashier-master-rec
           end-perform.

           close cashier-master-file.

       600-print-totals.
           write report-line               from spaces.
           move ws-applied-count           to ws-tl1-count.
           write report-line               from ws-totals-line-1.
           move ws-rejected-count          to ws-tl2-count.
           write report-line               from ws-totals-line-2.
           move ws-queued-count            to ws-tl3-count.
           write report-line               from ws-totals-line-3.

       950-write-audit-log.
           move function current-date(1:8)     to au-run-date.
           move function current-date(9:6)     to au-run-time.
           move "CashierMaint"                 to au-program-name.
           move ws-trans-count                 to au-input-count.
           move ws-applied-count               to au-output1-count.
           move ws-rejected-count              to au-output2-count.
           move ws-queued-count                to au-output3-count.

           open extend run-history-file.
           write audit-rec.
           close run-history-file.

       end program CashierMaint.
