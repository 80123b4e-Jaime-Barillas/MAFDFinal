       identification division.
       program-id. Chargeback.
       author. Ryan Sim.
       date-written. 2026-10-15.
      *Desc: Card chargebacks and returned (NSF) items.  The card
      *processor's chargeback file and the bank's returned-item file
      *are taken in together; each item is matched to the original
      *sale -- tonight's keyed sales file first, the transaction
      *history for anything older -- and opens a case on the keyed
      *receivable case file.  Accounting's case actions move a case
      *through its life: a chargeback can have representment sent
      *and then be won or lost; a returned item is collected, in one
      *payment or several; either can be written off.
      *
      *The money has already left the bank when the notice arrives,
      *so every case is opened as a receivable whether or not the
      *sale is found; an unmatched case is flagged for accounting to
      *chase.  The GL side goes out in the same journal layout
      *GLExtract writes: opening a case moves the amount (and any
      *processor or bank fee) out of cash clearing, a recovery moves
      *it back, and a lost or written-off case moves whatever is left
      *to the loss account.  Open cases are aged on every run.

       environment division.
       configuration section.

       input-output section.
       file-control.
           select optional chargeback-intake-file
               assign to "data/chargeback-intake.dat"
               organization is line sequential.

           select optional returned-item-file
               assign to "data/returned-items.dat"
               organization is line sequential.

           select optional case-action-file
               assign to "data/receivable-case-actions.dat"
               organization is line sequential.

           select optional case-idx-file
               assign to "data/receivable-case-idx.dat"
               organization is indexed
               access mode is dynamic
               record key is rc-case-key.

           select optional sl-indexed-file
               assign to "data/slrecords-idx.dat"
               organization is indexed
               access mode is dynamic
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

           select optional account-master-file
               assign to "data/gl-account-master.dat"
               organization is line sequential.

           select journal-file
               assign to "data/gl-chargeback-journal.out"
               organization is line sequential.

           select report-file
               assign to "data/report-chargebacks.out"
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
      *    The processor and the bank send the same layout; the file
      *    an item arrives on says which kind of case it opens.
           fd chargeback-intake-file
               data record is chargeback-intake-rec
               record contains 60 characters.

           01 chargeback-intake-rec            pic x(60).

           fd returned-item-file
               data record is returned-item-rec
               record contains 60 characters.

           01 returned-item-rec                pic x(60).

           fd case-action-file
               data record is case-action-rec
               record contains 30 characters.

           01 case-action-rec.
               05 ca-case-type                 pic x.
               05 ca-item-ref                  pic x(12).
               05 ca-action                    pic x.
               05 ca-amount                    pic 9(5)v99.
               05 ca-action-date               pic 9(8).
               05 filler                       pic x.

      *    Case type C card chargeback, N returned item.  Status O
      *    open, R representment sent, W won, L lost, C collected,
      *    X written off.  Match source S tonight's sales file, H
      *    transaction history, U sale not found.
           fd case-idx-file
               data record is case-rec
               record contains 100 characters.

           01 case-rec.
               05 rc-case-key.
                   10 rc-case-type             pic x.
                   10 rc-item-ref              pic x(12).
               05 rc-store-num                 pic 99.
               05 rc-invoice-num               pic x(9).
               05 rc-trans-date                pic 9(8).
               05 rc-pay-type                  pic xx.
               05 rc-sale-amount               pic 9(6)v99.
               05 rc-match-source              pic x.
               05 rc-case-amount               pic 9(5)v99.
               05 rc-fee-amount                pic 9(3)v99.
               05 rc-reason-code               pic x(4).
               05 rc-notice-date               pic 9(8).
               05 rc-opened-date               pic 9(8).
               05 rc-status                    pic x.
                   88 rc-status-88-open        value 'O', 'R'.
               05 rc-recovered-amount          pic 9(5)v99.
               05 rc-last-action               pic x.
               05 rc-last-action-date          pic 9(8).
               05 filler                       pic x(8).

           fd sl-indexed-file
               data record is sl-indexed-rec
               record contains 61 characters.

           01 sl-indexed-rec.
               05 si-trans-code            pic x.
               05 si-trans-amnt            pic 9(5)v99.
               05 si-pay-type              pic xx.
               05 si-store-num             pic 99.
               05 si-invoice-num           pic x(9).
               05 si-sku-code              pic x(15).
               05 si-return-reason         pic xx.
               05 si-trans-date            pic 9(8).
               05 si-cashier-id            pic x(4).
               05 si-quantity              pic 9(3).
               05 si-unit-price            pic 9(5)v99.
               05 si-warn-flag             pic x.

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

           fd account-master-file
               data record is account-master-rec
               record contains 20 characters.

           01 account-master-rec.
               05 ga-purpose                   pic x(10).
               05 ga-account-code              pic x(10).

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
               record contains 100 characters.

           01 report-line                      pic x(100).

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
           05 filler                       pic x(48)
               value " Chargebacks And Returned Items -- Group 8".
           05 filler                       pic x(10)
               value "RUN DATE: ".
           05 ws-rh-run-date               pic 9(8).

       01 ws-opened-heading                pic x(40)
           value "Cases Opened".
       01 ws-refused-heading               pic x(40)
           value "Items Not Opened".
       01 ws-action-heading                pic x(40)
           value "Case Actions".
       01 ws-aging-heading                 pic x(40)
           value "Open Cases By Age".
       01 ws-none-line                     pic x(40)
           value "  (NONE)".

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

       01 ws-item-columns.
           05 filler                       pic x(6)
               value "  T   ".
           05 filler                       pic x(14)
               value "Reference     ".
           05 filler                       pic x(4)
               value "St  ".
           05 filler                       pic x(11)
               value "Invoice    ".
           05 filler                       pic x(9)
               value "   Amount".
           05 filler                       pic x(8)
               value "     Fee".
           05 filler                       pic x(9)
               value "  Match  ".
           05 filler                       pic x(6)
               value "  Note".

       01 ws-item-line.
           05 filler                       pic xx
               value spaces.
           05 ws-il-case-type              pic x.
           05 filler                       pic x(3)
               value spaces.
           05 ws-il-item-ref               pic x(12).
           05 filler                       pic xx
               value spaces.
           05 ws-il-store-num              pic 99.
           05 filler                       pic xx
               value spaces.
           05 ws-il-invoice-num            pic x(9).
           05 filler                       pic xx
               value spaces.
           05 ws-il-amount                 pic zz,zz9.99.
           05 filler                       pic xx
               value spaces.
           05 ws-il-fee                    pic zz9.99.
           05 filler                       pic xx
               value spaces.
           05 ws-il-match                  pic x(7).
           05 filler                       pic xx
               value spaces.
           05 ws-il-note                   pic x(24).

       01 ws-action-columns.
           05 filler                       pic x(6)
               value "  T   ".
           05 filler                       pic x(14)
               value "Reference     ".
           05 filler                       pic x(4)
               value "Act ".
           05 filler                       pic x(4)
               value "Old ".
           05 filler                       pic x(3)
               value "New".
           05 filler                       pic x(9)
               value "   Amount".
           05 filler                       pic x(8)
               value "  Result".

       01 ws-action-line.
           05 filler                       pic xx
               value spaces.
           05 ws-al-case-type              pic x.
           05 filler                       pic x(3)
               value spaces.
           05 ws-al-item-ref               pic x(12).
           05 filler                       pic xx
               value spaces.
           05 ws-al-action                 pic x.
           05 filler                       pic x(3)
               value spaces.
           05 ws-al-old-status             pic x.
           05 filler                       pic x(3)
               value spaces.
           05 ws-al-new-status             pic x.
           05 filler                       pic xx
               value spaces.
           05 ws-al-amount                 pic zz,zz9.99.
           05 filler                       pic xx
               value spaces.
           05 ws-al-result                 pic x(36).

       01 ws-aging-columns.
           05 filler                       pic x(6)
               value "  T   ".
           05 filler                       pic x(14)
               value "Reference     ".
           05 filler                       pic x(4)
               value "St  ".
           05 filler                       pic x(11)
               value "Invoice    ".
           05 filler                       pic x(16)
               value "Status          ".
           05 filler                       pic x(10)
               value "Opened    ".
           05 filler                       pic x(9)
               value "  Balance".
           05 filler                       pic x(8)
               value "    Days".
           05 filler                       pic x(7)
               value "  Match".

       01 ws-aging-line.
           05 filler                       pic xx
               value spaces.
           05 ws-agl-case-type             pic x.
           05 filler                       pic x(3)
               value spaces.
           05 ws-agl-item-ref              pic x(12).
           05 filler                       pic xx
               value spaces.
           05 ws-agl-store-num             pic 99.
           05 filler                       pic xx
               value spaces.
           05 ws-agl-invoice-num           pic x(9).
           05 filler                       pic xx
               value spaces.
           05 ws-agl-status                pic x(14).
           05 filler                       pic xx
               value spaces.
           05 ws-agl-opened-date           pic 9(8).
           05 filler                       pic xx
               value spaces.
           05 ws-agl-balance               pic zz,zz9.99.
           05 filler                       pic xx
               value spaces.
           05 ws-agl-days                  pic zz,zz9.
           05 filler                       pic xx
               value spaces.
           05 ws-agl-match                 pic x(7).

       01 ws-bucket-line.
           05 filler                       pic xx
               value spaces.
           05 ws-bl-label                  pic x(18).
           05 ws-bl-count                  pic zz,zz9.
           05 filler                       pic x(3)
               value spaces.
           05 ws-bl-amount                 pic zzz,zz9.99.

       01 ws-count-line.
           05 ws-cnt-label                 pic x(40).
           05 ws-cnt-count                 pic zzz,zz9.
       01 ws-amount-line.
           05 ws-amt-label                 pic x(40).
           05 ws-amt-amount                pic z,zzz,zz9.99.

      * Age buckets for the open cases, by days since opening.
       01 ws-bucket-values.
           05 filler                       pic x(21)
               value "030  0 - 30 DAYS".
           05 filler                       pic x(21)
               value "060 31 - 60 DAYS".
           05 filler                       pic x(21)
               value "090 61 - 90 DAYS".
           05 filler                       pic x(21)
               value "999 OVER 90 DAYS".
       01 ws-bucket-table redefines ws-bucket-values.
           05 ws-bk-entry                  occurs 4 times
               indexed by ws-bk-idx.
               10 ws-bk-max-days           pic 999.
               10 ws-bk-label              pic x(18).

       01 ws-bucket-totals.
           05 ws-bt-entry                  occurs 4 times.
               10 ws-bt-count              pic 9(6).
               10 ws-bt-amount             pic 9(8)v99.

       01 ws-status-values.
           05 filler                       pic x(15)
               value "OOPEN".
           05 filler                       pic x(15)
               value "RREPRESENTMENT".
           05 filler                       pic x(15)
               value "WWON".
           05 filler                       pic x(15)
               value "LLOST".
           05 filler                       pic x(15)
               value "CCOLLECTED".
           05 filler                       pic x(15)
               value "XWRITTEN OFF".
       01 ws-status-table redefines ws-status-values.
           05 ws-sx-entry                  occurs 6 times
               indexed by ws-sx-idx.
               10 ws-sx-code               pic x.
               10 ws-sx-desc               pic x(14).

      * The account codes are finance's to change on the mapping
      * master; these defaults post when a purpose is not on it.
       01 ws-accounts.
           05 ws-acct-receivable           pic x(10)
               value "1150-CBREC".
           05 ws-acct-loss                 pic x(10)
               value "5200-CBLOS".
           05 ws-acct-fee                  pic x(10)
               value "5210-CBFEE".
           05 ws-acct-clearing             pic x(10)
               value "1000-CLEAR".

      * Tonight's items from both files, held until the sale behind
      * each one has been looked for.
       01 ws-item-table.
           05 ws-it-count                  pic 999
               value 0.
           05 ws-it-entry                  occurs 500 times
               indexed by ws-it-idx.
               10 ws-it-case-type          pic x.
               10 ws-it-intake             pic x(60).
               10 ws-it-intake-r redefines ws-it-intake.
                   15 ws-it-item-ref       pic x(12).
                   15 ws-it-store-num      pic 99.
                   15 ws-it-invoice-num    pic x(9).
                   15 ws-it-trans-date     pic 9(8).
                   15 ws-it-amount         pic 9(5)v99.
                   15 ws-it-reason-code    pic x(4).
                   15 ws-it-notice-date    pic 9(8).
                   15 ws-it-fee-amount     pic 9(3)v99.
                   15 filler               pic x(5).
               10 ws-it-match-source       pic x.
               10 ws-it-pay-type           pic xx.
               10 ws-it-sale-date          pic 9(8).
               10 ws-it-sale-amount        pic 9(6)v99.
               10 ws-it-refused-note       pic x(24).

       01 ws-run-date                      pic 9(8)
           value 0.

       01 ws-eof-flag                      pic x
           value 'n'.
       01 ws-case-found-flag               pic x
           value 'n'.
           88 ws-case-found                        value 'y'.
       01 ws-unmatched-count               pic 999
           value 0.

       01 ws-note                          pic x(24)
           value spaces.
       01 ws-result                        pic x(36)
           value spaces.
       01 ws-old-status                    pic x
           value space.
       01 ws-action-date                   pic 9(8)
           value 0.
       01 ws-remaining-amount              pic 9(5)v99
           value 0.
       01 ws-recovery-amount               pic 9(5)v99
           value 0.
       01 ws-posted-amount                 pic 9(5)v99
           value 0.
       01 ws-days-open                     pic s9(6)
           value 0.
       01 ws-bucket-slot                   pic 9
           value 0.

       01 ws-source-today-text             pic x(7)
           value "TODAY".
       01 ws-source-history-text           pic x(7)
           value "HISTORY".
       01 ws-source-none-text              pic x(7)
           value "NONE".

       01 ws-items-read                    pic 9(6)
           value 0.
       01 ws-cases-opened                  pic 9(6)
           value 0.
       01 ws-items-refused                 pic 9(6)
           value 0.
       01 ws-actions-applied               pic 9(6)
           value 0.
       01 ws-actions-refused               pic 9(6)
           value 0.
       01 ws-open-case-count               pic 9(6)
           value 0.
       01 ws-open-case-amount              pic 9(8)v99
           value 0.

       01 ws-total-debits                  pic 9(9)v99
           value 0.
       01 ws-total-credits                 pic 9(9)v99
           value 0.

       procedure division.
       000-main.
           perform 015-check-chain-lock.

           move function current-date(1:8) to ws-run-date.

           perform 030-load-account-master.

           perform 040-load-intake-items.

           perform 100-match-tonight-sales.

           if ws-unmatched-count > 0 then
               perform 150-match-history-sales
           end-if.

           open i-o case-idx-file.
           open output journal-file.
           open output report-file.

           move ws-run-date                to ws-rh-run-date.
           write report-line               from ws-report-heading.
           write report-line               from spaces.

           perform 200-open-cases.

           perform 300-apply-case-actions.

           perform 400-age-open-cases.

           perform 600-print-totals.

           close case-idx-file.
           close journal-file.
           close report-file.

           perform 950-write-audit-log.

           goback.

      *    The chain rewrites the keyed sales file this run reads, so
      *    the run may not start while RunChain holds the chain lock.
      *    A lock from an earlier calendar date is a crashed chain: it
      *    is cleared here, noted on the stale-lock report, and the
      *    run proceeds.
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
                   display "CHARGEBACK: NIGHTLY CHAIN IS RUNNING "
                       "(LOCK HELD SINCE " ws-cl-taken-date
                       " " ws-cl-taken-time ") - RUN REFUSED"
                   move 8                  to return-code
                   goback
               end-if
           end-if.

       016-clear-stale-lock.
           move ws-cl-taken-date           to ws-sll-taken-date.
           move ws-cl-taken-time           to ws-sll-taken-time.
           move "Chargeback"               to ws-sll-program.
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

           display "CHARGEBACK: STALE CHAIN LOCK FROM "
               ws-cl-taken-date " CLEARED".

      *    Only the purposes this journal posts are picked up; the
      *    nightly purposes belong to GLExtract.
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
                   if ga-purpose = "CBRECEIV"
                       move ga-account-code to ws-acct-receivable
                   else
                   if ga-purpose = "CBLOSS"
                       move ga-account-code to ws-acct-loss
                   else
                   if ga-purpose = "CBFEE"
                       move ga-account-code to ws-acct-fee
                   else
                   if ga-purpose = "CLEARING"
                       move ga-account-code to ws-acct-clearing
                   end-if
                   end-if
                   end-if
                   end-if
           end-read.

      *    An item past the table cap would never become a case while
      *    its money stays gone -- refuse the run instead.
       040-load-intake-items.
           open input chargeback-intake-file.
           perform until ws-it-count >= 500
               read chargeback-intake-file
                   at end exit perform
               end-read
               add 1                       to ws-it-count
               move 'C'         to ws-it-case-type(ws-it-count)
               move chargeback-intake-rec
                 to ws-it-intake(ws-it-count)
               perform 045-reset-item-match
           end-perform.
           if ws-it-count >= 500 then
               read chargeback-intake-file
                   at end continue
                   not at end
                       close chargeback-intake-file
                       perform 049-refuse-item-overflow
               end-read
           end-if.
           close chargeback-intake-file.

           open input returned-item-file.
           perform until ws-it-count >= 500
               read returned-item-file
                   at end exit perform
               end-read
               add 1                       to ws-it-count
               move 'N'         to ws-it-case-type(ws-it-count)
               move returned-item-rec
                 to ws-it-intake(ws-it-count)
               perform 045-reset-item-match
           end-perform.
           if ws-it-count >= 500 then
               read returned-item-file
                   at end continue
                   not at end
                       close returned-item-file
                       perform 049-refuse-item-overflow
               end-read
           end-if.
           close returned-item-file.

           move ws-it-count                to ws-items-read.

       045-reset-item-match.
           move 'U'             to ws-it-match-source(ws-it-count).
           move spaces          to ws-it-pay-type(ws-it-count).
           move spaces          to ws-it-refused-note(ws-it-count).
           move 0               to ws-it-sale-date(ws-it-count).
           move 0               to ws-it-sale-amount(ws-it-count).

       049-refuse-item-overflow.
           display "CHARGEBACK: INTAKE FILES EXCEED THE "
               "500-ITEM TABLE - RUN REFUSED".
           move 8                          to return-code.
           goback.

      *    Duplicates are legal on the keyed sales file (one row per
      *    item on the invoice, and layaway installments reuse the
      *    plan's invoice), so the whole run of equal keys is walked
      *    and every sale or layaway row for the store is summed.
       100-match-tonight-sales.
           open input sl-indexed-file.
           perform 110-match-one-item
               varying ws-it-idx from 1 by 1
               until ws-it-idx > ws-it-count.
           close sl-indexed-file.

       110-match-one-item.
           move 'n'                        to ws-eof-flag.
           move ws-it-invoice-num(ws-it-idx) to si-invoice-num.
           start sl-indexed-file
               key not < si-invoice-num
               invalid key move 'y'        to ws-eof-flag
           end-start.
           perform 120-match-sale-row
               until ws-eof-flag = 'y'.

           if ws-it-match-source(ws-it-idx) = 'U' then
               add 1                       to ws-unmatched-count
           end-if.

       120-match-sale-row.
           read sl-indexed-file next
               at end move 'y'             to ws-eof-flag
               not at end
                   if si-invoice-num not = ws-it-invoice-num(ws-it-idx)
                       move 'y'            to ws-eof-flag
                   else
                       if si-store-num = ws-it-store-num(ws-it-idx)
                           and (si-trans-code = 'S'
                               or si-trans-code = 'L')
                           move 'S'
                             to ws-it-match-source(ws-it-idx)
                           move si-pay-type
                             to ws-it-pay-type(ws-it-idx)
                           move si-trans-date
                             to ws-it-sale-date(ws-it-idx)
                           add si-trans-amnt
                             to ws-it-sale-amount(ws-it-idx)
                       end-if
                   end-if
           end-read.

      *    Most notices arrive weeks after the sale, long after it
      *    left the daily keyed file; each item still unmatched is
      *    looked up on the history's invoice key the same way.
      *    Reversed rows were voided and are no sale to charge back.
       150-match-history-sales.
           open input trans-history-file.
           perform 160-match-history-item
               varying ws-it-idx from 1 by 1
               until ws-it-idx > ws-it-count.
           close trans-history-file.

       160-match-history-item.
           if ws-it-match-source(ws-it-idx) not = 'S' then
               move 'n'                    to ws-eof-flag
               move ws-it-invoice-num(ws-it-idx)
                                           to xh-key-invoice-num
               move 0                      to xh-key-business-date
               move 0                      to xh-key-sequence
               start trans-history-file
                   key not < xh-history-key
                   invalid key move 'y'    to ws-eof-flag
               end-start
               perform 170-match-history-row
                   until ws-eof-flag = 'y'
           end-if.

       170-match-history-row.
           read trans-history-file next
               at end move 'y'             to ws-eof-flag
               not at end
                   if xh-key-invoice-num
                       not = ws-it-invoice-num(ws-it-idx)
                       move 'y'            to ws-eof-flag
                   else
                       if xh-store-num = ws-it-store-num(ws-it-idx)
                           and (xh-trans-code = 'S'
                               or xh-trans-code = 'L')
                           and xh-reversed-flag not = 'R'
                           move 'H'
                             to ws-it-match-source(ws-it-idx)
                           move xh-pay-type
                             to ws-it-pay-type(ws-it-idx)
                           move xh-trans-date
                             to ws-it-sale-date(ws-it-idx)
                           add xh-trans-amnt
                             to ws-it-sale-amount(ws-it-idx)
                       end-if
                   end-if
           end-read.

       200-open-cases.
           write report-line               from ws-opened-heading.
           write report-line               from ws-item-columns.
           perform 210-open-one-case
               varying ws-it-idx from 1 by 1
               until ws-it-idx > ws-it-count.
           if ws-cases-opened = 0 then
               write report-line           from ws-none-line
           end-if.
           write report-line               from spaces.

           write report-line               from ws-refused-heading.
           write report-line               from ws-item-columns.
           perform 250-print-refused-item
               varying ws-it-idx from 1 by 1
               until ws-it-idx > ws-it-count.
           if ws-items-refused = 0 then
               write report-line           from ws-none-line
           end-if.
           write report-line               from spaces.

      *    A refused item is marked with match source 'X' so the
      *    refused section can list it with its reason afterwards.
       210-open-one-case.
           move spaces                     to ws-note.
           if ws-it-item-ref(ws-it-idx) = spaces then
               move "NO ITEM REFERENCE"    to ws-note
           else
           if ws-it-amount(ws-it-idx) not numeric
               or ws-it-amount(ws-it-idx) = 0 then
               move "AMOUNT MISSING"       to ws-note
           else
           if ws-it-store-num(ws-it-idx) not numeric then
               move "STORE NOT NUMERIC"    to ws-note
           else
               perform 220-check-case-on-file
               if ws-case-found
                   move "CASE ALREADY ON FILE" to ws-note
               end-if
           end-if
           end-if
           end-if.

           if ws-note not = spaces then
               move ws-note     to ws-it-refused-note(ws-it-idx)
               move 'X'         to ws-it-match-source(ws-it-idx)
               add 1                       to ws-items-refused
           else
               perform 230-write-case
           end-if.

       220-check-case-on-file.
           move 'n'                        to ws-case-found-flag.
           move ws-it-case-type(ws-it-idx) to rc-case-type.
           move ws-it-item-ref(ws-it-idx)  to rc-item-ref.
           read case-idx-file
               invalid key continue
               not invalid key
                   set ws-case-found       to true
           end-read.

       230-write-case.
           move spaces                     to case-rec.
           move ws-it-case-type(ws-it-idx) to rc-case-type.
           move ws-it-item-ref(ws-it-idx)  to rc-item-ref.
           move ws-it-store-num(ws-it-idx) to rc-store-num.
           move ws-it-invoice-num(ws-it-idx) to rc-invoice-num.
           move ws-it-sale-date(ws-it-idx) to rc-trans-date.
           if rc-trans-date = 0
               and ws-it-trans-date(ws-it-idx) is numeric then
               move ws-it-trans-date(ws-it-idx) to rc-trans-date
           end-if.
           move ws-it-pay-type(ws-it-idx)  to rc-pay-type.
           move ws-it-sale-amount(ws-it-idx) to rc-sale-amount.
           move ws-it-match-source(ws-it-idx) to rc-match-source.
           move ws-it-amount(ws-it-idx)    to rc-case-amount.
           if ws-it-fee-amount(ws-it-idx) is numeric then
               move ws-it-fee-amount(ws-it-idx) to rc-fee-amount
           else
               move 0                      to rc-fee-amount
           end-if.
           move ws-it-reason-code(ws-it-idx) to rc-reason-code.
           if ws-it-notice-date(ws-it-idx) is numeric then
               move ws-it-notice-date(ws-it-idx) to rc-notice-date
           else
               move 0                      to rc-notice-date
           end-if.
           move ws-run-date                to rc-opened-date.
           move 'O'                        to rc-status.
           move 0                          to rc-recovered-amount.
           move space                      to rc-last-action.
           move 0                          to rc-last-action-date.
           write case-rec
               invalid key continue
           end-write.
           add 1                           to ws-cases-opened.

      *    The sale is still a case when it cannot be found, or when
      *    the notice does not fit it -- the bank has taken the money
      *    either way -- but accounting is told why it looks wrong.
           if rc-match-source = 'U' then
               move "SALE NOT FOUND"       to ws-note
           else
           if rc-case-amount > rc-sale-amount then
               move "MORE THAN THE SALE"   to ws-note
           else
           if rc-case-type = 'C' and rc-pay-type = 'CA' then
               move "SALE WAS CASH TENDER" to ws-note
           end-if
           end-if
           end-if.

           perform 240-format-item-line.
           write report-line               from ws-item-line.

           move ws-acct-receivable         to jr-account-code.
           move "D"                        to jr-debit-credit.
           move rc-case-amount             to jr-amount.
           perform 500-write-journal-pair.

           if rc-fee-amount > 0 then
               move ws-acct-fee            to jr-account-code
               move "D"                    to jr-debit-credit
               move rc-fee-amount          to jr-amount
               perform 500-write-journal-pair
           end-if.

       240-format-item-line.
           move ws-it-case-type(ws-it-idx) to ws-il-case-type.
           move ws-it-item-ref(ws-it-idx)  to ws-il-item-ref.
           move ws-it-store-num(ws-it-idx) to ws-il-store-num.
           move ws-it-invoice-num(ws-it-idx) to ws-il-invoice-num.
           if ws-it-amount(ws-it-idx) is numeric then
               move ws-it-amount(ws-it-idx) to ws-il-amount
           else
               move 0                      to ws-il-amount
           end-if.
           if ws-it-fee-amount(ws-it-idx) is numeric then
               move ws-it-fee-amount(ws-it-idx) to ws-il-fee
           else
               move 0                      to ws-il-fee
           end-if.
           evaluate ws-it-match-source(ws-it-idx)
               when 'S'
                   move ws-source-today-text   to ws-il-match
               when 'H'
                   move ws-source-history-text to ws-il-match
               when 'U'
                   move ws-source-none-text    to ws-il-match
               when other
                   move spaces                 to ws-il-match
           end-evaluate.
           move ws-note                    to ws-il-note.

       250-print-refused-item.
           if ws-it-match-source(ws-it-idx) = 'X' then
               move ws-it-refused-note(ws-it-idx) to ws-note
               perform 240-format-item-line
               write report-line           from ws-item-line
           end-if.

      *    Each action names its case by type and reference.  The
      *    actions file is emptied once its rows are applied, so a
      *    second run cannot apply a collection twice; the last
      *    action and its date stay on the case for the record.
       300-apply-case-actions.
           write report-line               from ws-action-heading.
           write report-line               from ws-action-columns.

           move 'n'                        to ws-eof-flag.
           open input case-action-file.
           perform 310-apply-one-action
               until ws-eof-flag = 'y'.
           close case-action-file.

           open output case-action-file.
           close case-action-file.

           if ws-actions-applied = 0
               and ws-actions-refused = 0 then
               write report-line           from ws-none-line
           end-if.
           write report-line               from spaces.

       310-apply-one-action.
           read case-action-file
               at end move 'y'             to ws-eof-flag
               not at end
                   perform 320-apply-action
           end-read.

       320-apply-action.
           move spaces                     to ws-result.
           move space                      to ws-old-status.
           move 0                          to ws-posted-amount.
           move ws-run-date                to ws-action-date.
           if ca-action-date is numeric
               and ca-action-date > 0 then
               move ca-action-date         to ws-action-date
           end-if.
           if ca-amount not numeric then
               move 0                      to ca-amount
           end-if.

           move ca-case-type               to rc-case-type.
           move ca-item-ref                to rc-item-ref.
           read case-idx-file
               invalid key
                   move "NO SUCH CASE"     to ws-result
           end-read.

           if ws-result = spaces then
               move rc-status              to ws-old-status
               compute ws-remaining-amount =
                   rc-case-amount - rc-recovered-amount
               perform 330-check-action
           end-if.

           if ws-result = spaces then
               perform 340-post-action
               move ws-action-date         to rc-last-action-date
               move ca-action              to rc-last-action
               rewrite case-rec
                   invalid key continue
               end-rewrite
               add 1                       to ws-actions-applied
           else
               add 1                       to ws-actions-refused
               move space                  to rc-status
           end-if.

           move ca-case-type               to ws-al-case-type.
           move ca-item-ref                to ws-al-item-ref.
           move ca-action                  to ws-al-action.
           move ws-old-status              to ws-al-old-status.
           move rc-status                  to ws-al-new-status.
           move ws-posted-amount           to ws-al-amount.
           move ws-result                  to ws-al-result.
           write report-line               from ws-action-line.

      *    A chargeback goes open, representment sent, then won or
      *    lost; a returned item is collected until it is paid.
      *    Either may be written off while it is still open.
       330-check-action.
           move 0                          to ws-recovery-amount.
           if not rc-status-88-open then
               move "CASE ALREADY CLOSED"  to ws-result
           else
               evaluate true
                   when ca-action = 'R' and rc-case-type = 'C'
                       if rc-status = 'R'
                           move "REPRESENTMENT ALREADY SENT"
                             to ws-result
                       end-if
                   when ca-action = 'W' and rc-case-type = 'C'
                       if rc-status not = 'R'
                           move "NO REPRESENTMENT SENT"
                             to ws-result
                       end-if
                   when ca-action = 'L' and rc-case-type = 'C'
                       continue
                   when ca-action = 'C' and rc-case-type = 'N'
                       if ca-amount = 0
                           move "COLLECTION AMOUNT MISSING"
                             to ws-result
                       else
                       if ca-amount > ws-remaining-amount
                           move "MORE THAN THE BALANCE OWING"
                             to ws-result
                       end-if
                       end-if
                   when ca-action = 'X'
                       continue
                   when other
                       move "ACTION NOT VALID FOR CASE TYPE"
                         to ws-result
               end-evaluate
           end-if.

      *    A won dispute recovers the amount the processor credits
      *    back (the whole balance when none is given); anything it
      *    does not cover is a loss, as is the balance of a lost or
      *    written-off case.
       340-post-action.
           evaluate ca-action
               when 'R'
                   move 'R'                to rc-status
                   move "REPRESENTMENT SENT" to ws-result
               when 'W'
                   move ws-remaining-amount to ws-recovery-amount
                   if ca-amount > 0
                       and ca-amount < ws-remaining-amount
                       move ca-amount      to ws-recovery-amount
                   end-if
                   perform 350-post-recovery
                   perform 360-post-loss
                   move 'W'                to rc-status
                   move "WON, RECOVERY POSTED" to ws-result
               when 'L'
                   perform 360-post-loss
                   move 'L'                to rc-status
                   move "LOST, BALANCE TO LOSS" to ws-result
               when 'C'
                   move ca-amount          to ws-recovery-amount
                   perform 350-post-recovery
                   if ws-remaining-amount = 0
                       move 'C'            to rc-status
                       move "COLLECTED IN FULL" to ws-result
                   else
                       move "PARTIAL COLLECTION" to ws-result
                   end-if
               when 'X'
                   perform 360-post-loss
                   move 'X'                to rc-status
                   move "WRITTEN OFF, BALANCE TO LOSS"
                     to ws-result
           end-evaluate.

       350-post-recovery.
           if ws-recovery-amount > 0 then
               add ws-recovery-amount      to rc-recovered-amount
               add ws-recovery-amount      to ws-posted-amount
               subtract ws-recovery-amount from ws-remaining-amount
               move ws-acct-receivable     to jr-account-code
               move "C"                    to jr-debit-credit
               move ws-recovery-amount     to jr-amount
               perform 500-write-journal-pair
           end-if.

       360-post-loss.
           if ws-remaining-amount > 0 then
               add ws-remaining-amount     to ws-posted-amount
               move ws-acct-receivable     to jr-account-code
               move "C"                    to jr-debit-credit
               move ws-remaining-amount    to jr-amount
               move rc-store-num           to jr-store-num
               perform 510-write-journal-line
               move ws-acct-loss           to jr-account-code
               move "D"                    to jr-debit-credit
               move ws-remaining-amount    to jr-amount
               perform 510-write-journal-line
               move 0                      to ws-remaining-amount
           end-if.

       400-age-open-cases.
           write report-line               from ws-aging-heading.
           write report-line               from ws-aging-columns.

           initialize ws-bucket-totals.
           move 'n'                        to ws-eof-flag.
           move low-values                 to rc-case-key.
           start case-idx-file
               key not < rc-case-key
               invalid key move 'y'        to ws-eof-flag
           end-start.
           perform 410-age-one-case
               until ws-eof-flag = 'y'.

           if ws-open-case-count = 0 then
               write report-line           from ws-none-line
           end-if.
           write report-line               from spaces.

           perform 420-print-bucket-line
               varying ws-bk-idx from 1 by 1
               until ws-bk-idx > 4.
           write report-line               from spaces.

       410-age-one-case.
           read case-idx-file next
               at end move 'y'             to ws-eof-flag
               not at end
                   if rc-status-88-open
                       perform 415-print-aging-line
                   end-if
           end-read.

       415-print-aging-line.
           compute ws-remaining-amount =
               rc-case-amount - rc-recovered-amount.
           compute ws-days-open =
               function integer-of-date(ws-run-date)
               - function integer-of-date(rc-opened-date).
           if ws-days-open < 0 then
               move 0                      to ws-days-open
           end-if.

           move 4                          to ws-bucket-slot.
           perform varying ws-bk-idx from 4 by -1
               until ws-bk-idx < 1
               if ws-days-open <= ws-bk-max-days(ws-bk-idx)
                   set ws-bucket-slot      to ws-bk-idx
               end-if
           end-perform.
           add 1              to ws-bt-count(ws-bucket-slot).
           add ws-remaining-amount
                              to ws-bt-amount(ws-bucket-slot).
           add 1                           to ws-open-case-count.
           add ws-remaining-amount         to ws-open-case-amount.

           move rc-case-type               to ws-agl-case-type.
           move rc-item-ref                to ws-agl-item-ref.
           move rc-store-num               to ws-agl-store-num.
           move rc-invoice-num             to ws-agl-invoice-num.
           move spaces                     to ws-agl-status.
           perform varying ws-sx-idx from 1 by 1
               until ws-sx-idx > 6
               if ws-sx-code(ws-sx-idx) = rc-status
                   move ws-sx-desc(ws-sx-idx) to ws-agl-status
                   exit perform
               end-if
           end-perform.
           move rc-opened-date             to ws-agl-opened-date.
           move ws-remaining-amount        to ws-agl-balance.
           move ws-days-open               to ws-agl-days.
           evaluate rc-match-source
               when 'S'
                   move ws-source-today-text   to ws-agl-match
               when 'H'
                   move ws-source-history-text to ws-agl-match
               when other
                   move ws-source-none-text    to ws-agl-match
           end-evaluate.
           write report-line               from ws-aging-line.

       420-print-bucket-line.
           move ws-bk-label(ws-bk-idx)     to ws-bl-label.
           move ws-bt-count(ws-bk-idx)     to ws-bl-count.
           move ws-bt-amount(ws-bk-idx)    to ws-bl-amount.
           write report-line               from ws-bucket-line.

      *    Each posting leaves cash clearing or returns to it, so the
      *    caller names the receivable-side line and the clearing
      *    line is written opposite it for the same amount.
       500-write-journal-pair.
           move rc-store-num               to jr-store-num.
           perform 510-write-journal-line.
           move ws-acct-clearing           to jr-account-code.
           if jr-debit-credit = "D" then
               move "C"                    to jr-debit-credit
           else
               move "D"                    to jr-debit-credit
           end-if.
           perform 510-write-journal-line.

       510-write-journal-line.
           move spaces                     to journal-rec(24:19).
           if jr-debit-credit = "D" then
               add jr-amount               to ws-total-debits
           else
               add jr-amount               to ws-total-credits
           end-if.
           write journal-rec.

       600-print-totals.
           move "ITEMS RECEIVED:"          to ws-cnt-label.
           move ws-items-read              to ws-cnt-count.
           write report-line               from ws-count-line.
           move "CASES OPENED:"            to ws-cnt-label.
           move ws-cases-opened            to ws-cnt-count.
           write report-line               from ws-count-line.
           move "ITEMS NOT OPENED:"        to ws-cnt-label.
           move ws-items-refused           to ws-cnt-count.
           write report-line               from ws-count-line.
           move "CASE ACTIONS APPLIED:"    to ws-cnt-label.
           move ws-actions-applied         to ws-cnt-count.
           write report-line               from ws-count-line.
           move "CASE ACTIONS REFUSED:"    to ws-cnt-label.
           move ws-actions-refused         to ws-cnt-count.
           write report-line               from ws-count-line.
           move "CASES STILL OPEN:"        to ws-cnt-label.
           move ws-open-case-count         to ws-cnt-count.
           write report-line               from ws-count-line.
           move "BALANCE OF OPEN CASES:"   to ws-amt-label.
           move ws-open-case-amount        to ws-amt-amount.
           write report-line               from ws-amount-line.
           move "JOURNAL DEBITS:"          to ws-amt-label.
           move ws-total-debits            to ws-amt-amount.
           write report-line               from ws-amount-line.
           move "JOURNAL CREDITS:"         to ws-amt-label.
           move ws-total-credits           to ws-amt-amount.
           write report-line               from ws-amount-line.

       950-write-audit-log.
           move function current-date(1:8)     to au-run-date.
           move function current-date(9:6)     to au-run-time.
           move "Chargeback"                   to au-program-name.
           move ws-items-read                  to au-input-count.
           move ws-cases-opened                to au-output1-count.
           move ws-actions-applied             to au-output2-count.
           move ws-open-case-count             to au-output3-count.

           open extend run-history-file.
           write audit-rec.
           close run-history-file.

       end program Chargeback.
