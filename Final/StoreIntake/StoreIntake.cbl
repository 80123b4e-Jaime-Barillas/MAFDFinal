      *
      *Each store transmits to data/transfer-store-NN.dat where NN is
      *its store number on the store master.
      *
      *A store on record version 2 (its header says so) sends the
      *80-byte record carrying time of sale, customer number and line
      *discount after the original 60 bytes.  While the stores roll
      *over, the merged file is written as version 2 when any accepted
      *store sent version 2, and a version-1 store's records go into
      *it with those fields blank.

       environment division.
       configuration section.
       file section.
           fd transfer-file
               data record is transfer-rec
               record contains 80 characters.

           01 transfer-rec.
               05 tf-transaction-code          pic x.
               05 tf-transaction-amount        pic 9(5)v99.
               05 filler                       pic x(52).
               05 tf-record-extension          pic x(20).

      *    The stores book-end their transfer file with the same
      *    60-byte batch header and trailer Edits expects.
               05 bh-business-date             pic 9(8).
               05 bh-origin-store              pic xx.
               05 bh-origin-system             pic x(10).
               05 bh-record-version            pic x.
               05 filler                       pic x(36).

           01 batch-trailer-rec.
               05 bt-record-type               pic x(3).

           fd merged-file
               data record is merged-rec
               record contains 80 characters.

           01 merged-rec                       pic x(80).

           01 merged-header-rec.
               05 mh-record-type               pic x(3).
               05 mh-business-date             pic 9(8).
               05 mh-origin-store              pic xx.
               05 mh-origin-system             pic x(10).
               05 mh-record-version            pic x.
               05 filler                       pic x(36).

           01 merged-trailer-rec.
               05 mt-record-type               pic x(3).
           05 filler                       pic x(24)
               value "MERGED RECORDS WRITTEN: ".
           05 ws-tl4-count                 pic zzz,zz9.
       01 ws-totals-line-5.
           05 filler                       pic x(24)
               value "STORES ON VERSION 2:    ".
           05 ws-tl5-count                 pic zz9.

       01 ws-status-accepted               pic x(8)
           value "ACCEPTED".
               10 ws-st-reason             pic x(31).
               10 ws-st-rec-count          pic 9(6).
               10 ws-st-hash               pic 9(10)v99.
               10 ws-st-record-version     pic x.

       01 ws-transfer-file-name            pic x(40)
           value spaces.

       01 ws-merged-count                  pic 9(6)
           value 0.
       01 ws-merged-version                pic x
           value '1'.
       01 ws-version-2-count               pic 99
           value 0.
       01 ws-merged-hash                   pic 9(10)v99
           value 0.

                 to ws-st-rec-count(ws-st-count)
               move 0
                 to ws-st-hash(ws-st-count)
               move '1'
                 to ws-st-record-version(ws-st-count)
           end-perform.

           close store-master-file.
               move ws-fc-hash
                 to ws-st-hash(ws-store-index)
               add 1                       to ws-accepted-count
               if ws-st-record-version(ws-store-index) = '2'
                   move '2'                to ws-merged-version
                   add 1                   to ws-version-2-count
               end-if
           end-if
           end-if.

      *    store transmitting yesterday's file (or tomorrow's) is
      *    refused rather than folded into the wrong night.
       220-check-batch-header.
           if bh-record-version = '2' then
               move '2'
                 to ws-st-record-version(ws-store-index)
           else
               move '1'
                 to ws-st-record-version(ws-store-index)
           end-if.

           if bh-origin-store
               not = ws-st-store-num(ws-store-index) then
               move "HEADER ORIGIN STORE WRONG"
           move ws-business-date           to mh-business-date.
           move '00'                       to mh-origin-store.
           move 'INTAKE'                   to mh-origin-system.
           move ws-merged-version          to mh-record-version.
           write merged-rec                from merged-header-rec.

           perform 310-copy-store-records
                   if bt-record-type = 'TRL'
                       move 'y'            to ws-copy-done-flag
                   else
                       if ws-st-record-version(ws-store-index)
                           not = '2'
                           move spaces     to tf-record-extension
                       end-if
                       write merged-rec    from transfer-rec
                       add 1               to ws-merged-count
                       if tf-transaction-amount is numeric
           write report-line               from ws-totals-line-3.
           move ws-merged-count            to ws-tl4-count.
           write report-line               from ws-totals-line-4.
           move ws-version-2-count         to ws-tl5-count.
           write report-line               from ws-totals-line-5.

           close report-file.

