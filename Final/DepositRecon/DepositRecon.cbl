       identification division.
       program-id. DepositRecon.
       author. Ryan Sim.
       date-written. 2026-10-15.
      *Desc: Confirm each store's cash actually reached the bank.
      *Every night each store owes one deposit for the business date:
      *the cash its drawers counted, which is Settlement's CA net plus
      *the night's over/short from CashOverShort's history.  That
      *expected deposit goes on the open-items file, and the bank's
      *deposit file is matched against it by store and the sale date
      *on the deposit slip.  A store may split a day over several
      *deposits; they add up on the one item.
      *
      *The report shows each credit with its result -- matched, late
      *(credited more than the allowed business days after the sale
      *date), or off by more than the tolerance -- and every item
      *still outstanding: deposits missing past the allowance, short
      *deposits, and bank credits that match nothing we expected.
      *Open items carry forward night to night until the deposit
      *arrives or accounting clears them on data/deposit-clear.dat.
      *
      *The POS takes no cheque tender, so the store's deposit is its
      *cash alone.  Rerunning a business date starts again from the
      *open items as they stood before that date's first run.

       environment division.
       configuration section.

       input-output section.
       file-control.
           select extract-file
               assign to "data/settlement-extract.dat"
               organization is line sequential.

           select optional overshort-history-file
               assign to "data/overshort-history.dat"
               organization is line sequential.

           select optional bank-deposit-file
               assign to "data/bank-deposits.dat"
               organization is line sequential.

           select optional open-item-file
               assign to "data/deposit-open.dat"
               organization is line sequential.

           select optional prior-open-item-file
               assign to "data/deposit-open-prior.dat"
               organization is line sequential.

           select optional recon-control-file
               assign to "data/deposit-recon-control.dat"
               organization is line sequential.

           select optional recon-params-file
               assign to "data/deposit-recon-params.dat"
               organization is line sequential.

           select optional clear-action-file
               assign to "data/deposit-clear.dat"
               organization is line sequential.

           select optional batch-control-file
               assign to "data/batch-control.dat"
               organization is line sequential.

           select report-file
               assign to "data/report-deposit-recon.out"
               organization is line sequential.

           select run-history-file
               assign to "data/run-history.log"
               organization is line sequential.

       data division.
       file section.
           fd extract-file
               data record is extract-rec
               record contains 35 characters.

           01 extract-rec.
               05 ex-store-num             pic 99.
               05 ex-pay-type              pic xx.
               05 ex-gross-amount          pic 9(8)v99.
               05 ex-refund-amount         pic 9(8)v99.
               05 ex-net-sign              pic x.
               05 ex-net-amount            pic 9(8)v99.

           fd overshort-history-file
               data record is overshort-history-rec
               record contains 26 characters.

           01 overshort-history-rec.
               05 oh-business-date         pic 9(8).
               05 oh-store-num             pic 99.
               05 oh-cashier-id            pic x(4).
               05 oh-over-short            pic s9(8)v99
                   sign leading separate.

      *    One row per credit on the bank's statement, carrying the
      *    sale date the store wrote on the deposit slip.
           fd bank-deposit-file
               data record is bank-deposit-rec
               record contains 40 characters.

           01 bank-deposit-rec.
               05 bd-store-num             pic 99.
               05 bd-sale-date             pic 9(8).
               05 bd-credit-date           pic 9(8).
               05 bd-amount                pic 9(8)v99.
               05 bd-bank-ref              pic x(12).

      *    Item type E is a deposit a store owes for a sale date; B
      *    is a bank credit that matched no expected deposit.
           fd open-item-file
               data record is open-item-rec
               record contains 70 characters.

           01 open-item-rec.
               05 do-item-type             pic x.
               05 do-store-num             pic 99.
               05 do-sale-date             pic 9(8).
               05 do-book-amount           pic s9(8)v99
                   sign leading separate.
               05 do-expected-amount       pic 9(8)v99.
               05 do-deposited-amount      pic 9(8)v99.
               05 do-last-credit-date      pic 9(8).
               05 do-bank-ref              pic x(12).
               05 do-first-seen-date       pic 9(8).

           fd prior-open-item-file
               data record is prior-open-item-rec
               record contains 70 characters.

           01 prior-open-item-rec          pic x(70).

      *    The business date the open items were last carried to.
           fd recon-control-file
               data record is recon-control-rec
               record contains 8 characters.

           01 recon-control-rec.
               05 rcc-business-date        pic 9(8).

           fd recon-params-file
               data record is recon-params-rec
               record contains 7 characters.

           01 recon-params-rec.
               05 rp-late-business-days    pic 99.
               05 rp-tolerance-amount      pic 9(3)v99.

           fd clear-action-file
               data record is clear-action-rec
               record contains 40 characters.

           01 clear-action-rec.
               05 cl-item-type             pic x.
               05 cl-store-num             pic 99.
               05 cl-sale-date             pic 9(8).
               05 cl-bank-ref              pic x(12).
               05 cl-reason                pic x(17).

           fd batch-control-file
               data record is batch-control-rec
               record contains 13 characters.

           01 batch-control-rec.
               05 bc-business-date             pic 9(8).
               05 bc-edits-status              pic x.
               05 bc-dsc-status                pic x.
               05 bc-slp-status                pic x.
               05 bc-trp-status                pic x.
               05 bc-glx-status                pic x.

           fd report-file
               data record is report-line
               record contains 100 characters.

           01 report-line                  pic x(100).

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
               value " Bank Deposit Reconciliation -- Group 8".

       01 ws-date-heading.
           05 filler                       pic x(15)
               value "BUSINESS DATE: ".
           05 ws-dh-business-date          pic 9(8).
           05 filler                       pic x(22)
               value "   LATE AFTER (DAYS): ".
           05 ws-dh-late-days              pic z9.
           05 filler                       pic x(14)
               value "   TOLERANCE: ".
           05 ws-dh-tolerance              pic zz9.99.

       01 ws-expected-heading              pic x(40)
           value "Deposits Owed For Tonight".
       01 ws-credited-heading              pic x(40)
           value "Bank Credits Applied".
       01 ws-cleared-heading               pic x(40)
           value "Cleared By Accounting".
       01 ws-outstanding-heading           pic x(40)
           value "Outstanding Items".
       01 ws-none-line                     pic x(40)
           value "  (NONE)".

       01 ws-expected-columns.
           05 filler                       pic x(6)
               value "  St  ".
           05 filler                       pic x(20)
               value spaces.
           05 filler                       pic x(14)
               value "   Book CA Net".
           05 filler                       pic x(15)
               value "     Over/Short".
           05 filler                       pic x(15)
               value "  Deposit Owed ".

       01 ws-expected-line.
           05 filler                       pic xx
               value spaces.
           05 ws-exl-store-num             pic 99.
           05 filler                       pic x(22)
               value spaces.
           05 ws-exl-book-amount           pic zz,zzz,zz9.99-.
           05 filler                       pic x
               value space.
           05 ws-exl-over-short            pic zz,zzz,zz9.99-.
           05 filler                       pic x
               value space.
           05 ws-exl-expected              pic zz,zzz,zz9.99-.
           05 filler                       pic xx
               value spaces.
           05 ws-exl-note                  pic x(22).

       01 ws-item-columns.
           05 filler                       pic x(6)
               value "  St  ".
           05 filler                       pic x(10)
               value "Sale Date ".
           05 filler                       pic x(10)
               value "Credited  ".
           05 filler                       pic x(14)
               value "      Expected".
           05 filler                       pic x(15)
               value "      Deposited".
           05 filler                       pic x(15)
               value "     Difference".
           05 filler                       pic x(7)
               value "  Days ".
           05 filler                       pic x(6)
               value "Status".

       01 ws-item-line.
           05 filler                       pic xx
               value spaces.
           05 ws-il-store-num              pic 99.
           05 filler                       pic xx
               value spaces.
           05 ws-il-sale-date              pic 9(8).
           05 filler                       pic xx
               value spaces.
           05 ws-il-credit-date            pic 9(8)
               blank when zero.
           05 filler                       pic xx
               value spaces.
           05 ws-il-expected               pic zz,zzz,zz9.99-.
           05 filler                       pic x
               value space.
           05 ws-il-deposited              pic zz,zzz,zz9.99-.
           05 filler                       pic x
               value space.
           05 ws-il-difference             pic zz,zzz,zz9.99-.
           05 filler                       pic xx
               value spaces.
           05 ws-il-days                   pic zz9.
           05 filler                       pic xx
               value spaces.
           05 ws-il-status                 pic x(22).

       01 ws-count-line.
           05 ws-cnt-label                 pic x(40).
           05 ws-cnt-count                 pic zzz,zz9.

       01 ws-status-matched                pic x(22)
           value "MATCHED".
       01 ws-status-late                   pic x(22)
           value "*** LATE ***".
       01 ws-status-over                   pic x(22)
           value "*** OVER DEPOSITED ***".
       01 ws-status-short-part             pic x(22)
           value "SHORT SO FAR".
       01 ws-status-unmatched              pic x(22)
           value "NO DEPOSIT EXPECTED".
       01 ws-status-missing                pic x(22)
           value "*** MISSING ***".
       01 ws-status-short                  pic x(22)
           value "*** SHORT DEPOSIT ***".
       01 ws-status-awaiting               pic x(22)
           value "AWAITING DEPOSIT".
       01 ws-status-bank-only              pic x(22)
           value "*** BANK ONLY ***".
       01 ws-status-carried-matched        pic x(22)
           value "CARRIED CREDIT MATCHED".
       01 ws-status-no-item                pic x(22)
           value "NO SUCH OPEN ITEM".
       01 ws-no-deposit-owed               pic x(22)
           value "NO CASH TO DEPOSIT".

       01 ws-late-business-days            pic 99
           value 2.
       01 ws-tolerance-amount              pic 9(3)v99
           value 0.

      * Every item carried in, plus tonight's additions.  Status O
      * stays open, C is cleared and is not carried forward.
       01 ws-open-table.
           05 ws-op-count                  pic 9(4)
               value 0.
           05 ws-op-entry                  occurs 3000 times
               indexed by ws-op-idx.
               10 ws-op-item-type          pic x.
               10 ws-op-store-num          pic 99.
               10 ws-op-sale-date          pic 9(8).
               10 ws-op-book-amount        pic s9(8)v99.
               10 ws-op-expected-amount    pic 9(8)v99.
               10 ws-op-deposited-amount   pic 9(8)v99.
               10 ws-op-last-credit-date   pic 9(8).
               10 ws-op-bank-ref           pic x(12).
               10 ws-op-first-seen-date    pic 9(8).
               10 ws-op-status             pic x.

      * Tonight's cash by store: the book net from Settlement and the
      * drawers' over/short.
       01 ws-store-table.
           05 ws-sc-entry                  occurs 99 times.
               10 ws-sc-has-cash           pic x.
               10 ws-sc-book-amount        pic s9(8)v99.
               10 ws-sc-over-short         pic s9(8)v99.

       01 ws-business-date                 pic 9(8)
           value 0.
       01 ws-last-run-date                 pic 9(8)
           value 0.
       01 ws-rerun-flag                    pic x
           value 'n'.
           88 ws-rerun                             value 'y'.

       01 ws-eof-flag                      pic x
           value 'n'.
       01 ws-store-index                   pic 9(3)
           value 0.
       01 ws-item-index                    pic 9(4)
           value 0.
       01 ws-match-index                   pic 9(4)
           value 0.

       01 ws-expected-amount               pic s9(9)v99
           value 0.
       01 ws-difference                    pic s9(9)v99
           value 0.
       01 ws-abs-difference                pic 9(9)v99
           value 0.

       01 ws-from-date                     pic 9(8)
           value 0.
       01 ws-to-date                       pic 9(8)
           value 0.
       01 ws-business-days                 pic 9(3)
           value 0.
       01 ws-day-int                       pic 9(7)
           value 0.
       01 ws-end-int                       pic 9(7)
           value 0.
       01 ws-work-days                     pic 9(7)
           value 0.
       01 ws-work-weeks                    pic 9(7)
           value 0.
       01 ws-week-day-offset               pic 9
           value 0.

       01 ws-credit-date                   pic 9(8)
           value 0.
       01 ws-credit-amount                 pic 9(8)v99
           value 0.

       01 ws-stores-expected               pic 9(6)
           value 0.
       01 ws-credits-read                  pic 9(6)
           value 0.
       01 ws-credits-matched               pic 9(6)
           value 0.
       01 ws-credits-late                  pic 9(6)
           value 0.
       01 ws-differences                   pic 9(6)
           value 0.
       01 ws-cleared-count                 pic 9(6)
           value 0.
       01 ws-outstanding-count             pic 9(6)
           value 0.
       01 ws-exception-count               pic 9(6)
           value 0.
       01 ws-section-count                 pic 9(6)
           value 0.

       procedure division.
       000-main.
           perform 010-load-business-date.

           perform 020-load-params.

           perform 030-load-open-items.

           open output report-file.
           write report-line               from ws-report-heading.
           move ws-business-date           to ws-dh-business-date.
           move ws-late-business-days      to ws-dh-late-days.
           move ws-tolerance-amount        to ws-dh-tolerance.
           write report-line               from ws-date-heading.
           write report-line               from spaces.

           perform 100-build-expected-deposits.

           write report-line               from ws-credited-heading.
           write report-line               from ws-item-columns.

           perform 200-rematch-carried-credits.

           perform 300-apply-bank-deposits.

           if ws-section-count = 0 then
               write report-line           from ws-none-line
           end-if.
           write report-line               from spaces.

           perform 400-apply-clear-actions.

           perform 500-print-outstanding.

           perform 600-print-totals.

           close report-file.

           perform 700-write-open-items.

           perform 950-write-audit-log.

           goback.

       010-load-business-date.
           open input batch-control-file.
           read batch-control-file
               at end continue
               not at end
                   move bc-business-date   to ws-business-date
           end-read.
           close batch-control-file.

           if ws-business-date = 0 then
               display "DEPOSITRECON: NO BUSINESS DATE ON BATCH "
                   "CONTROL - RUN REFUSED"
               move 8                      to return-code
               goback
           end-if.

       020-load-params.
           open input recon-params-file.
           read recon-params-file
               at end continue
               not at end
                   if rp-late-business-days is numeric
                       move rp-late-business-days
                         to ws-late-business-days
                   end-if
                   if rp-tolerance-amount is numeric
                       move rp-tolerance-amount
                         to ws-tolerance-amount
                   end-if
           end-read.
           close recon-params-file.

      *    The first run for a business date saves the items it was
      *    handed to the prior file; a rerun of that date reloads from
      *    there, so tonight's credits are never applied twice.
       030-load-open-items.
           open input recon-control-file.
           read recon-control-file
               at end continue
               not at end
                   move rcc-business-date  to ws-last-run-date
           end-read.
           close recon-control-file.

           if ws-last-run-date = ws-business-date then
               set ws-rerun                to true
               open input prior-open-item-file
           else
               open input open-item-file
               open output prior-open-item-file
           end-if.

           move 'n'                        to ws-eof-flag.
           perform 035-load-open-item
               until ws-eof-flag = 'y'.

           if ws-rerun then
               close prior-open-item-file
           else
               close open-item-file
               close prior-open-item-file
           end-if.

       035-load-open-item.
           if ws-rerun then
               read prior-open-item-file   into open-item-rec
                   at end move 'y'         to ws-eof-flag
               end-read
           else
               read open-item-file
                   at end move 'y'         to ws-eof-flag
                   not at end
                       write prior-open-item-rec from open-item-rec
               end-read
           end-if.

           if ws-eof-flag not = 'y' then
               if ws-op-count >= 3000
                   display "DEPOSITRECON: OPEN ITEMS EXCEED THE "
                       "3000-ROW TABLE - RUN REFUSED"
                   move 8                  to return-code
                   goback
               end-if
               add 1                       to ws-op-count
               move do-item-type
                 to ws-op-item-type(ws-op-count)
               move do-store-num
                 to ws-op-store-num(ws-op-count)
               move do-sale-date
                 to ws-op-sale-date(ws-op-count)
               move do-book-amount
                 to ws-op-book-amount(ws-op-count)
               move do-expected-amount
                 to ws-op-expected-amount(ws-op-count)
               move do-deposited-amount
                 to ws-op-deposited-amount(ws-op-count)
               move do-last-credit-date
                 to ws-op-last-credit-date(ws-op-count)
               move do-bank-ref
                 to ws-op-bank-ref(ws-op-count)
               move do-first-seen-date
                 to ws-op-first-seen-date(ws-op-count)
               move 'O'
                 to ws-op-status(ws-op-count)
           end-if.

      *    What each store's drawers counted is what it should bank:
      *    the CA net the register recorded, corrected by the
      *    over/short the drawer counts found.  A store that paid out
      *    more cash than it took owes no deposit.
       100-build-expected-deposits.
           initialize ws-store-table.

           move 'n'                        to ws-eof-flag.
           open input extract-file.
           perform 110-read-extract-row
               until ws-eof-flag = 'y'.
           close extract-file.

           move 'n'                        to ws-eof-flag.
           open input overshort-history-file.
           perform 120-read-overshort-row
               until ws-eof-flag = 'y'.
           close overshort-history-file.

           write report-line               from ws-expected-heading.
           write report-line               from ws-expected-columns.
           perform 130-post-store-expected
               varying ws-store-index from 1 by 1
               until ws-store-index > 99.
           if ws-stores-expected = 0 then
               write report-line           from ws-none-line
           end-if.
           write report-line               from spaces.

       110-read-extract-row.
           read extract-file
               at end move 'y'             to ws-eof-flag
               not at end
                   if ex-pay-type = 'CA'
                       and ex-store-num is numeric
                       and ex-store-num > 0
                       move 'y'
                         to ws-sc-has-cash(ex-store-num)
                       if ex-net-sign = '-'
                           compute ws-sc-book-amount(ex-store-num) =
                               ws-sc-book-amount(ex-store-num)
                               - ex-net-amount
                       else
                           add ex-net-amount
                             to ws-sc-book-amount(ex-store-num)
                       end-if
                   end-if
           end-read.

       120-read-overshort-row.
           read overshort-history-file
               at end move 'y'             to ws-eof-flag
               not at end
                   if oh-business-date = ws-business-date
                       and oh-store-num is numeric
                       and oh-store-num > 0
                       move 'y'
                         to ws-sc-has-cash(oh-store-num)
                       add oh-over-short
                         to ws-sc-over-short(oh-store-num)
                   end-if
           end-read.

       130-post-store-expected.
           if ws-sc-has-cash(ws-store-index) = 'y' then
               compute ws-expected-amount =
                   ws-sc-book-amount(ws-store-index)
                   + ws-sc-over-short(ws-store-index)
               move ws-store-index         to ws-exl-store-num
               move ws-sc-book-amount(ws-store-index)
                 to ws-exl-book-amount
               move ws-sc-over-short(ws-store-index)
                 to ws-exl-over-short
               move ws-expected-amount     to ws-exl-expected
               if ws-expected-amount > 0
                   add 1                   to ws-stores-expected
                   move spaces             to ws-exl-note
                   perform 135-add-expected-item
               else
                   move ws-no-deposit-owed to ws-exl-note
               end-if
               write report-line           from ws-expected-line
           end-if.

       135-add-expected-item.
           if ws-op-count >= 3000 then
               display "DEPOSITRECON: OPEN ITEMS EXCEED THE "
                   "3000-ROW TABLE - RUN REFUSED"
               move 8                      to return-code
               goback
           end-if.
           add 1                           to ws-op-count.
           move 'E'             to ws-op-item-type(ws-op-count).
           move ws-store-index  to ws-op-store-num(ws-op-count).
           move ws-business-date
                                to ws-op-sale-date(ws-op-count).
           move ws-sc-book-amount(ws-store-index)
                                to ws-op-book-amount(ws-op-count).
           move ws-expected-amount
                                to ws-op-expected-amount(ws-op-count).
           move 0               to ws-op-deposited-amount(ws-op-count).
           move 0               to ws-op-last-credit-date(ws-op-count).
           move spaces          to ws-op-bank-ref(ws-op-count).
           move ws-business-date
                                to ws-op-first-seen-date(ws-op-count).
           move 'O'             to ws-op-status(ws-op-count).

      *    A credit carried from an earlier night may belong to a
      *    deposit owed that has only now been built (the bank was
      *    quicker than the chain, or the slip carried the wrong
      *    date and the store's day has since been rerun).
       200-rematch-carried-credits.
           perform 210-rematch-one-credit
               varying ws-match-index from 1 by 1
               until ws-match-index > ws-op-count.

       210-rematch-one-credit.
           if ws-op-item-type(ws-match-index) = 'B'
               and ws-op-status(ws-match-index) = 'O' then
               move ws-op-store-num(ws-match-index)
                 to ws-store-index
               move ws-op-sale-date(ws-match-index) to ws-from-date
               perform 310-find-expected-item
               if ws-item-index > 0
                   move ws-op-last-credit-date(ws-match-index)
                     to ws-credit-date
                   move ws-op-deposited-amount(ws-match-index)
                     to ws-credit-amount
                   move 'C'        to ws-op-status(ws-match-index)
                   perform 320-apply-credit
                   if ws-il-status = ws-status-matched
                       move ws-status-carried-matched
                         to ws-il-status
                   end-if
                   write report-line from ws-item-line
               end-if
           end-if.

       300-apply-bank-deposits.
           move 'n'                        to ws-eof-flag.
           open input bank-deposit-file.
           perform 305-read-bank-deposit
               until ws-eof-flag = 'y'.
           close bank-deposit-file.

       305-read-bank-deposit.
           read bank-deposit-file
               at end move 'y'             to ws-eof-flag
               not at end
                   add 1                   to ws-credits-read
                   if bd-amount not numeric
                       move 0              to bd-amount
                   end-if
                   if bd-credit-date not numeric
                       or bd-credit-date = 0
                       move ws-business-date to bd-credit-date
                   end-if
                   move 0                  to ws-item-index
                   if bd-store-num is numeric
                       and bd-sale-date is numeric
                       move bd-store-num   to ws-store-index
                       move bd-sale-date   to ws-from-date
                       perform 310-find-expected-item
                   end-if
                   move bd-credit-date     to ws-credit-date
                   move bd-amount          to ws-credit-amount
                   if ws-item-index > 0
                       perform 320-apply-credit
                       write report-line   from ws-item-line
                   else
                       perform 340-carry-bank-credit
                   end-if
           end-read.

      *    Leaves the open expected item for the store in
      *    ws-store-index and the sale date in ws-from-date in
      *    ws-item-index, or zero.
       310-find-expected-item.
           move 0                          to ws-item-index.
           perform varying ws-op-idx from 1 by 1
               until ws-op-idx > ws-op-count
               if ws-op-item-type(ws-op-idx) = 'E'
                   and ws-op-status(ws-op-idx) = 'O'
                   and ws-op-store-num(ws-op-idx) = ws-store-index
                   and ws-op-sale-date(ws-op-idx) = ws-from-date
                   set ws-item-index       to ws-op-idx
                   exit perform
               end-if
           end-perform.

      *    A credit inside the tolerance of what is still owed clears
      *    the item; more than that is an over-deposit and clears it
      *    too; less leaves it open for the rest of the day's cash.
       320-apply-credit.
           add ws-credit-amount
             to ws-op-deposited-amount(ws-item-index).
           move ws-credit-date
             to ws-op-last-credit-date(ws-item-index).
           add 1                           to ws-credits-matched.
           add 1                           to ws-section-count.

           compute ws-difference =
               ws-op-deposited-amount(ws-item-index)
               - ws-op-expected-amount(ws-item-index).
           if ws-difference < 0 then
               compute ws-abs-difference = 0 - ws-difference
           else
               move ws-difference          to ws-abs-difference
           end-if.

           move ws-op-sale-date(ws-item-index) to ws-from-date.
           move ws-credit-date             to ws-to-date.
           perform 800-count-business-days.

           if ws-abs-difference <= ws-tolerance-amount then
               move 'C'            to ws-op-status(ws-item-index)
               if ws-business-days > ws-late-business-days
                   move ws-status-late     to ws-il-status
                   add 1                   to ws-credits-late
               else
                   move ws-status-matched  to ws-il-status
               end-if
           else
               if ws-difference > 0
                   move 'C'        to ws-op-status(ws-item-index)
                   move ws-status-over     to ws-il-status
                   add 1                   to ws-differences
               else
                   move ws-status-short-part to ws-il-status
               end-if
           end-if.

           move ws-op-store-num(ws-item-index) to ws-il-store-num.
           move ws-op-sale-date(ws-item-index) to ws-il-sale-date.
           move ws-credit-date             to ws-il-credit-date.
           move ws-op-expected-amount(ws-item-index)
             to ws-il-expected.
           move ws-op-deposited-amount(ws-item-index)
             to ws-il-deposited.
           move ws-difference              to ws-il-difference.
           move ws-business-days           to ws-il-days.

      *    A credit for a store and date nobody expected is kept as
      *    its own open item until a deposit owed turns up for it or
      *    accounting clears it.
       340-carry-bank-credit.
           if ws-op-count >= 3000 then
               display "DEPOSITRECON: OPEN ITEMS EXCEED THE "
                   "3000-ROW TABLE - RUN REFUSED"
               move 8                      to return-code
               goback
           end-if.
           add 1                           to ws-op-count.
           move 'B'             to ws-op-item-type(ws-op-count).
           if bd-store-num is numeric then
               move bd-store-num to ws-op-store-num(ws-op-count)
           else
               move 0            to ws-op-store-num(ws-op-count)
           end-if.
           if bd-sale-date is numeric then
               move bd-sale-date to ws-op-sale-date(ws-op-count)
           else
               move 0            to ws-op-sale-date(ws-op-count)
           end-if.
           move 0               to ws-op-book-amount(ws-op-count).
           move 0               to ws-op-expected-amount(ws-op-count).
           move bd-amount       to ws-op-deposited-amount(ws-op-count).
           move bd-credit-date  to ws-op-last-credit-date(ws-op-count).
           move bd-bank-ref     to ws-op-bank-ref(ws-op-count).
           move ws-business-date
                                to ws-op-first-seen-date(ws-op-count).
           move 'O'             to ws-op-status(ws-op-count).
           add 1                           to ws-section-count.

           move ws-op-store-num(ws-op-count) to ws-il-store-num.
           move ws-op-sale-date(ws-op-count) to ws-il-sale-date.
           move bd-credit-date             to ws-il-credit-date.
           move 0                          to ws-il-expected.
           move bd-amount                  to ws-il-deposited.
           move bd-amount                  to ws-il-difference.
           move 0                          to ws-il-days.
           move ws-status-unmatched        to ws-il-status.
           write report-line               from ws-item-line.

      *    Accounting names an expected item by store and sale date,
      *    a bank-only credit by its bank reference as well.
       400-apply-clear-actions.
           write report-line               from ws-cleared-heading.
           write report-line               from ws-item-columns.

           move 'n'                        to ws-eof-flag.
           open input clear-action-file.
           perform 410-apply-clear-action
               until ws-eof-flag = 'y'.
           close clear-action-file.

           if ws-cleared-count = 0 then
               write report-line           from ws-none-line
           end-if.
           write report-line               from spaces.

       410-apply-clear-action.
           read clear-action-file
               at end move 'y'             to ws-eof-flag
               not at end
                   move 0                  to ws-item-index
                   perform varying ws-op-idx from 1 by 1
                       until ws-op-idx > ws-op-count
                       if ws-op-status(ws-op-idx) = 'O'
                           and ws-op-item-type(ws-op-idx)
                               = cl-item-type
                           and ws-op-store-num(ws-op-idx)
                               = cl-store-num
                           and ws-op-sale-date(ws-op-idx)
                               = cl-sale-date
                           and (cl-item-type = 'E'
                               or ws-op-bank-ref(ws-op-idx)
                                   = cl-bank-ref)
                           set ws-item-index to ws-op-idx
                           exit perform
                       end-if
                   end-perform
                   if ws-item-index > 0
                       move 'C'    to ws-op-status(ws-item-index)
                       add 1               to ws-cleared-count
                       perform 420-format-open-item
                       move cl-reason      to ws-il-status
                   else
                       move spaces         to ws-item-line
                       move cl-store-num   to ws-il-store-num
                       move cl-sale-date   to ws-il-sale-date
                       move 0              to ws-il-credit-date
                       move ws-status-no-item to ws-il-status
                   end-if
                   write report-line       from ws-item-line
           end-read.

       420-format-open-item.
           move ws-op-store-num(ws-item-index) to ws-il-store-num.
           move ws-op-sale-date(ws-item-index) to ws-il-sale-date.
           move ws-op-last-credit-date(ws-item-index)
             to ws-il-credit-date.
           move ws-op-expected-amount(ws-item-index)
             to ws-il-expected.
           move ws-op-deposited-amount(ws-item-index)
             to ws-il-deposited.
           compute ws-difference =
               ws-op-deposited-amount(ws-item-index)
               - ws-op-expected-amount(ws-item-index).
           move ws-difference              to ws-il-difference.
           move ws-op-sale-date(ws-item-index) to ws-from-date.
           move ws-business-date           to ws-to-date.
           perform 800-count-business-days.
           move ws-business-days           to ws-il-days.

      *    Days on the outstanding list are business days since the
      *    sale date; a deposit owed is only an exception once it is
      *    past the allowance.
       500-print-outstanding.
           write report-line               from ws-outstanding-heading.
           write report-line               from ws-item-columns.

           perform 510-print-outstanding-item
               varying ws-item-index from 1 by 1
               until ws-item-index > ws-op-count.

           if ws-outstanding-count = 0 then
               write report-line           from ws-none-line
           end-if.
           write report-line               from spaces.

       510-print-outstanding-item.
           if ws-op-status(ws-item-index) = 'O' then
               add 1                       to ws-outstanding-count
               perform 420-format-open-item
               if ws-op-item-type(ws-item-index) = 'B'
                   move ws-status-bank-only to ws-il-status
                   add 1                   to ws-exception-count
               else
               if ws-business-days <= ws-late-business-days
                   move ws-status-awaiting to ws-il-status
               else
               if ws-op-deposited-amount(ws-item-index) = 0
                   move ws-status-missing  to ws-il-status
                   add 1                   to ws-exception-count
               else
                   move ws-status-short    to ws-il-status
                   add 1                   to ws-exception-count
               end-if
               end-if
               end-if
               write report-line           from ws-item-line
           end-if.

       600-print-totals.
           move "STORES OWING A DEPOSIT TONIGHT:" to ws-cnt-label.
           move ws-stores-expected         to ws-cnt-count.
           write report-line               from ws-count-line.
           move "BANK CREDITS READ:"       to ws-cnt-label.
           move ws-credits-read            to ws-cnt-count.
           write report-line               from ws-count-line.
           move "CREDITS MATCHED TO A DEPOSIT OWED:" to ws-cnt-label.
           move ws-credits-matched         to ws-cnt-count.
           write report-line               from ws-count-line.
           move "LATE DEPOSITS:"           to ws-cnt-label.
           move ws-credits-late            to ws-cnt-count.
           write report-line               from ws-count-line.
           move "OVER-DEPOSITS:"           to ws-cnt-label.
           move ws-differences             to ws-cnt-count.
           write report-line               from ws-count-line.
           move "CLEARED BY ACCOUNTING:"   to ws-cnt-label.
           move ws-cleared-count           to ws-cnt-count.
           write report-line               from ws-count-line.
           move "ITEMS CARRIED FORWARD:"   to ws-cnt-label.
           move ws-outstanding-count       to ws-cnt-count.
           write report-line               from ws-count-line.
           move "OUTSTANDING EXCEPTIONS:"  to ws-cnt-label.
           move ws-exception-count         to ws-cnt-count.
           write report-line               from ws-count-line.

      *    Only open items go forward; the control date marks the
      *    business date they were carried to.
       700-write-open-items.
           open output open-item-file.
           perform 710-write-open-item
               varying ws-item-index from 1 by 1
               until ws-item-index > ws-op-count.
           close open-item-file.

           open output recon-control-file.
           move ws-business-date           to rcc-business-date.
           write recon-control-rec.
           close recon-control-file.

       710-write-open-item.
           if ws-op-status(ws-item-index) = 'O' then
               move ws-op-item-type(ws-item-index)
                 to do-item-type
               move ws-op-store-num(ws-item-index)
                 to do-store-num
               move ws-op-sale-date(ws-item-index)
                 to do-sale-date
               move ws-op-book-amount(ws-item-index)
                 to do-book-amount
               move ws-op-expected-amount(ws-item-index)
                 to do-expected-amount
               move ws-op-deposited-amount(ws-item-index)
                 to do-deposited-amount
               move ws-op-last-credit-date(ws-item-index)
                 to do-last-credit-date
               move ws-op-bank-ref(ws-item-index)
                 to do-bank-ref
               move ws-op-first-seen-date(ws-item-index)
                 to do-first-seen-date
               write open-item-rec
           end-if.

      *    Weekdays after ws-from-date up to and including ws-to-date
      *    land in ws-business-days.  Day 1 of the integer-of-date
      *    epoch (1601-01-01) fell on a Monday, so an offset of 5 or 6
      *    from it is a weekend.
       800-count-business-days.
           move 0                          to ws-business-days.
           if ws-from-date > 0
               and ws-to-date > ws-from-date then
               compute ws-day-int =
                   function integer-of-date(ws-from-date) + 1
               compute ws-end-int =
                   function integer-of-date(ws-to-date)
               perform 810-count-one-day
                   until ws-day-int > ws-end-int
                       or ws-business-days >= 999
           end-if.

       810-count-one-day.
           compute ws-work-days = ws-day-int - 1.
           divide ws-work-days by 7
               giving ws-work-weeks
               remainder ws-week-day-offset.
           if ws-week-day-offset < 5 then
               add 1                       to ws-business-days
           end-if.
           add 1                           to ws-day-int.

       950-write-audit-log.
           move function current-date(1:8)     to au-run-date.
           move function current-date(9:6)     to au-run-time.
           move "DepositRecon"                 to au-program-name.
           move ws-credits-read                to au-input-count.
           move ws-credits-matched             to au-output1-count.
           move ws-exception-count             to au-output2-count.
           move ws-outstanding-count           to au-output3-count.

           open extend run-history-file.
           write audit-rec.
           close run-history-file.

       end program DepositRecon.
