               assign to "data/gift-card-liability.dat"
               organization is line sequential.

           select optional loyalty-liability-file
               assign to "data/loyalty-liability.dat"
               organization is line sequential.

           select optional void-adjust-totals-file
               assign to "data/void-adjust-totals.dat"
               organization is line sequential.
               05 gcl-outstanding          pic s9(9)v99
                   sign leading separate.

      *    The night's points movement out of the Loyalty subledger,
      *    already valued at the point value; the outstanding figures
      *    are informational here.
           fd loyalty-liability-file
               data record is loyalty-liability-rec
               record contains 62 characters.

           01 loyalty-liability-rec.
               05 ly-earned-value          pic 9(8)v99.
               05 ly-redeemed-value        pic 9(8)v99.
               05 ly-reversed-value        pic 9(8)v99.
               05 ly-expired-value         pic 9(8)v99.
               05 ly-outstanding-value     pic s9(9)v99
                   sign leading separate.
               05 ly-outstanding-points    pic s9(9)
                   sign leading separate.

      *    Prior-day void reversals from SLProcessing: sales and tax
      *    already posted on an earlier night, backed out tonight.
           fd void-adjust-totals-file
               value "2300-GIFT".
           05 ws-acct-prior-adjust          pic x(10)
               value "4800-PRADJ".
           05 ws-acct-loyalty               pic x(10)
               value "2310-LOYAL".
           05 ws-acct-loyalty-expense       pic x(10)
               value "6100-LOYEX".

       01 ws-total-debits                  pic 9(9)v99
           value 0.

           perform 220-write-gift-card-entries.

           perform 225-write-loyalty-entries.

           perform 230-write-void-adjust-entries.

           perform 300-write-balancing-entry.
                   else
                   if ga-purpose = "PRIORADJ"
                       move ga-account-code to ws-acct-prior-adjust
                   else
                   if ga-purpose = "LOYALTY"
                       move ga-account-code to ws-acct-loyalty
                   else
                   if ga-purpose = "LOYALEXP"
                       move ga-account-code
                         to ws-acct-loyalty-expense
                   else
      *            Posted by the count journal and the chargeback
      *            journal, not the nightly one.
                   if ga-purpose = "SHRINK"
                       or ga-purpose = "INVENTORY"
                       or ga-purpose = "CBRECEIV"
                       or ga-purpose = "CBLOSS"
                       or ga-purpose = "CBFEE"
                       continue
                   else
                       display "GLEXTRACT: UNKNOWN PURPOSE ON "
                           "ACCOUNT MASTER, ROW IGNORED: "
                   end-if
                   end-if
                   end-if
                   end-if
                   end-if
                   end-if
           end-read.

      *    The revenue side posts per store from the store extract;
           end-if.
           move 'n'                         to ws-eof-flag.

      *    Points earned tonight are booked to loyalty expense and
      *    the points liability; points spent through the LP tender
      *    relieve the liability in place of the cash the clearing
      *    line would otherwise absorb; points taken back on a return
      *    or expired come back out of the liability into expense.
       225-write-loyalty-entries.
           move 'n'                         to ws-eof-flag.
           open input loyalty-liability-file.
           read loyalty-liability-file
               at end move 'y'              to ws-eof-flag.
           close loyalty-liability-file.

           if ws-eof-flag = 'y' then
               continue
           else
               if ly-earned-value > 0
                   move ws-acct-loyalty-expense to jr-account-code
                   move "D"                 to jr-debit-credit
                   move ly-earned-value     to jr-amount
                   move 0                   to jr-store-num
                   perform 400-write-journal-line
                   move ws-acct-loyalty     to jr-account-code
                   move "C"                 to jr-debit-credit
                   move ly-earned-value     to jr-amount
                   move 0                   to jr-store-num
                   perform 400-write-journal-line
               end-if
               if ly-redeemed-value > 0
                   move ws-acct-loyalty     to jr-account-code
                   move "D"                 to jr-debit-credit
                   move ly-redeemed-value   to jr-amount
                   move 0                   to jr-store-num
                   perform 400-write-journal-line
               end-if
               if ly-reversed-value + ly-expired-value > 0
                   move ws-acct-loyalty     to jr-account-code
                   move "D"                 to jr-debit-credit
                   compute jr-amount =
                       ly-reversed-value + ly-expired-value
                   move 0                   to jr-store-num
                   perform 400-write-journal-line
                   move ws-acct-loyalty-expense to jr-account-code
                   move "C"                 to jr-debit-credit
                   compute jr-amount =
                       ly-reversed-value + ly-expired-value
                   move 0                   to jr-store-num
                   perform 400-write-journal-line
               end-if
           end-if.
           move 'n'                         to ws-eof-flag.

      *    Sales and tax a prior-day void backed out tonight: the
      *    revenue reversal posts to the prior-period adjustment
      *    account (the original night's sales line already went
