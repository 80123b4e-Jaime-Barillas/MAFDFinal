       identification division.
       program-id. DWExtract.
       author. Ryan Sim.
       date-written. 2026-10-15.
      *Desc: Nightly extract for head office's reporting warehouse, so
      *the night's sales no longer reach it by copying report files
      *across and re-keying them.  Every row of slrecords.dat and
      *rrecords.dat becomes one row of the transaction fact file
      *(business date, store, SKU, cashier, tender, quantity, amount
      *and tax), returns carried negative so the warehouse can simply
      *sum them.  Tax is worked the way SLProcessing and
      *TypeRProcessing work it -- the store's rate, or zero for a sale
      *taxed at zero under an exemption certificate tonight.
      *
      *The store, item, cashier and tender masters go across as
      *dimension files holding only the rows added or changed since
      *the last extract, flagged I (insert) or U (update).  Each
      *master is compared with the copy of it the last extract kept,
      *and that copy is replaced as the dimension is written.  A
      *control file gives every file's row count and the fact file's
      *amount and tax totals, so the warehouse load can prove it got
      *everything.
      *
      *All files are comma-delimited with a heading row; the control
      *counts leave the heading rows out.

       environment division.
       configuration section.

       input-output section.
       file-control.
           select optional batch-control-file
               assign to "data/batch-control.dat"
               organization is line sequential.

           select sl-file
               assign to "data/slrecords.dat"
               organization is line sequential.

           select r-file
               assign to "data/rrecords.dat"
               organization is line sequential.

           select optional exempt-history-file
               assign to "data/exempt-sales-history.dat"
               organization is line sequential.

           select optional exempt-index-file
               assign to "data/exempt-sales-idx.dat"
               organization is indexed
               access mode is dynamic
               record key is ei-key.

           select optional store-master-file
               assign to "data/store-master.dat"
               organization is line sequential.

           select optional item-master-file
               assign to "data/item-master.dat"
               organization is line sequential.

           select optional cashier-master-file
               assign to "data/cashier-master.dat"
               organization is line sequential.

           select optional tender-master-file
               assign to "data/tender-master.dat"
               organization is line sequential.

           select optional store-last-file
               assign to "data/dw-store-master.last"
               organization is line sequential.

           select optional item-last-file
               assign to "data/dw-item-master.last"
               organization is line sequential.

           select optional cashier-last-file
               assign to "data/dw-cashier-master.last"
               organization is line sequential.

           select optional tender-last-file
               assign to "data/dw-tender-master.last"
               organization is line sequential.

           select fact-file
               assign to "data/dw-trans-fact.csv"
               organization is line sequential.

           select store-dim-file
               assign to "data/dw-store-dim.csv"
               organization is line sequential.

           select item-dim-file
               assign to "data/dw-item-dim.csv"
               organization is line sequential.

           select cashier-dim-file
               assign to "data/dw-cashier-dim.csv"
               organization is line sequential.

           select tender-dim-file
               assign to "data/dw-tender-dim.csv"
               organization is line sequential.

           select control-file
               assign to "data/dw-control.csv"
               organization is line sequential.

           select optional posted-marker-file
               assign to "data/dw-extract-posted.dat"
               organization is line sequential.

           select run-history-file
               assign to "data/run-history.log"
               organization is line sequential.

       data division.
       file section.
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

           fd sl-file
               data record is sl-record
               record contains 61 characters.

           01 sl-record.
               05 sl-trans-code            pic x.
               05 sl-trans-amnt            pic 9(5)v99.
               05 sl-pay-type              pic xx.
               05 sl-store-num             pic 99.
               05 sl-invoice-num           pic x(9).
               05 sl-sku-code              pic x(15).
               05 sl-return-reason         pic xx.
               05 sl-trans-date            pic 9(8).
               05 sl-cashier-id            pic x(4).
               05 sl-quantity              pic 9(3).
               05 sl-unit-price            pic 9(5)v99.
               05 sl-warn-flag             pic x.

      *    DataSplitCount's control trailer: the count and amount hash
      *    of the records above it and the business date.
           01 sl-trailer-rec.
               05 st-record-type           pic x(3).
               05 st-record-count          pic 9(6).
               05 st-hash-total            pic 9(10)v99.
               05 st-business-date         pic 9(8).
               05 filler                   pic x(32).

           fd r-file
               data record is r-record
               record contains 61 characters.

           01 r-record.
               05 r-trans-code             pic x.
               05 r-trans-amnt             pic 9(5)v99.
               05 r-pay-type               pic xx.
               05 r-store-num              pic 99.
               05 r-invoice-num            pic x(9).
               05 r-sku-code               pic x(15).
               05 r-return-reason          pic xx.
               05 r-trans-date             pic 9(8).
               05 r-cashier-id             pic x(4).
               05 r-quantity               pic 9(3).
               05 r-unit-price             pic 9(5)v99.
               05 r-warn-flag              pic x.

      *    DataSplitCount's control trailer: the count and amount hash
      *    of the records above it and the business date.
           01 r-trailer-rec.
               05 rt-record-type           pic x(3).
               05 rt-record-count          pic 9(6).
               05 rt-hash-total            pic 9(10)v99.
               05 rt-business-date         pic 9(8).
               05 filler                   pic x(32).

      *    SLProcessing's record of every sale taxed at zero under a
      *    certificate, kept across nights.
           fd exempt-history-file
               data record is exempt-history-rec
               record contains 60 characters.

           01 exempt-history-rec.
               05 eh-business-date         pic 9(8).
               05 eh-store-num             pic 99.
               05 eh-invoice-num           pic x(9).
               05 eh-trans-code            pic x.
               05 eh-cert-num              pic x(12).
               05 eh-exempt-type           pic xx.
               05 eh-trans-amnt            pic 9(5)v99.
               05 eh-tax-exempted          pic 9(5)v99.
               05 eh-trans-date            pic 9(8).
               05 filler                   pic x(4).

      *    The same history keyed on store and invoice.
           fd exempt-index-file
               data record is exempt-index-rec
               record contains 19 characters.

           01 exempt-index-rec.
               05 ei-key.
                   10 ei-store-num         pic 99.
                   10 ei-invoice-num       pic x(9).
               05 ei-business-date         pic 9(8).

           fd store-master-file
               data record is store-master-rec
               record contains 30 characters.

           01 store-master-rec.
               05 sm-store-num                 pic xx.
               05 sm-store-name                pic x(20).
               05 sm-tax-rate                  pic 99v99.
               05 filler                       pic x(4).

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
               05 filler                       pic x(7).

           fd tender-master-file
               data record is tender-master-rec
               record contains 22 characters.

           01 tender-master-rec.
               05 tm-tender-code               pic xx.
               05 tm-tender-desc               pic x(20).

      *    The masters as the last extract sent them, one copy per
      *    master in the master's own layout.
           fd store-last-file
               data record is store-last-rec
               record contains 30 characters.

           01 store-last-rec.
               05 sx-store-num                 pic xx.
               05 filler                       pic x(28).

           fd item-last-file
               data record is item-last-rec
               record contains 80 characters.

           01 item-last-rec.
               05 ix-sku-code                  pic x(15).
               05 filler                       pic x(65).

           fd cashier-last-file
               data record is cashier-last-rec
               record contains 50 characters.

           01 cashier-last-rec.
               05 cx-key.
                   10 cx-store-num             pic xx.
                   10 cx-cashier-id            pic x(4).
               05 filler                       pic x(44).

           fd tender-last-file
               data record is tender-last-rec
               record contains 22 characters.

           01 tender-last-rec.
               05 tx-tender-code               pic xx.
               05 filler                       pic x(20).

           fd fact-file
               data record is fact-line
               record contains 132 characters.

           01 fact-line                        pic x(132).

           fd store-dim-file
               data record is store-dim-line
               record contains 80 characters.

           01 store-dim-line                   pic x(80).

           fd item-dim-file
               data record is item-dim-line
               record contains 132 characters.

           01 item-dim-line                    pic x(132).

           fd cashier-dim-file
               data record is cashier-dim-line
               record contains 80 characters.

           01 cashier-dim-line                 pic x(80).

           fd tender-dim-file
               data record is tender-dim-line
               record contains 80 characters.

           01 tender-dim-line                  pic x(80).

           fd control-file
               data record is control-line
               record contains 80 characters.

           01 control-line                     pic x(80).

           fd posted-marker-file
               data record is posted-marker-rec
               record contains 8 characters.

           01 posted-marker-rec.
               05 pm-business-date             pic 9(8).

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

       01 ws-fact-heading.
           05 filler                       pic x(39)
               value "BUSINESS_DATE,STORE,INVOICE,TRANS_CODE,".
           05 filler                       pic x(39)
               value "SKU,CASHIER,TENDER,QUANTITY,AMOUNT,TAX,".
           05 filler                       pic x(10)
               value "TRANS_DATE".
       01 ws-store-dim-heading.
           05 filler                       pic x(32)
               value "ACTION,STORE,STORE_NAME,TAX_RATE".
       01 ws-item-dim-heading.
           05 filler                       pic x(32)
               value "ACTION,SKU,DESCRIPTION,CATEGORY,".
           05 filler                       pic x(41)
               value "EXPECTED_PRICE,VENDOR,PACK_SIZE,UNIT_COST".
       01 ws-cashier-dim-heading.
           05 filler                       pic x(34)
               value "ACTION,STORE,CASHIER,CASHIER_NAME,".
           05 filler                       pic x(26)
               value "HIRE_DATE,TERM_DATE,STATUS".
       01 ws-tender-dim-heading.
           05 filler                       pic x(25)
               value "ACTION,TENDER,TENDER_DESC".
       01 ws-control-heading.
           05 filler                       pic x(38)
               value "FILE,ROW_COUNT,AMOUNT_TOTAL,TAX_TOTAL,".
           05 filler                       pic x(13)
               value "BUSINESS_DATE".

       01 ws-constants.
           05 ws-tax-perc-cnst             pic 99
               value 13.

       01 ws-business-date                 pic 9(8)
           value 0.
       01 ws-posted-date                   pic 9(8)
           value 0.

       01 ws-eof-flag                      pic x
           value 'n'.

      * One transaction on its way to the fact file, signed so a
      * return takes its amount, quantity and tax away.
       01 ws-fact-row.
           05 ws-fr-store-num              pic 99.
           05 ws-fr-invoice-num            pic x(9).
           05 ws-fr-trans-code             pic x.
           05 ws-fr-sku-code               pic x(15).
           05 ws-fr-cashier-id             pic x(4).
           05 ws-fr-pay-type               pic xx.
           05 ws-fr-quantity               pic s9(3).
           05 ws-fr-amount                 pic s9(5)v99.
           05 ws-fr-tax                    pic s9(5)v99.
           05 ws-fr-trans-date             pic 9(8).
           05 ws-fr-tax-rate               pic 99v99.

       01 ws-csv-conv.
           05 ws-csv-count                 pic zzzzzz9.
           05 ws-csv-quantity              pic -(4)9.
           05 ws-csv-amount                pic -(9)9.99.
           05 ws-csv-tax                   pic -(9)9.99.
           05 ws-csv-price                 pic zzzz9.99.
           05 ws-csv-rate                  pic z9.99.
           05 ws-csv-pack                  pic zzz9.
           05 ws-csv-file-name             pic x(24).

       01 ws-return-exempt-flag            pic x
           value 'n'.
           88 ws-return-is-exempt                  value 'y'.

       01 ws-dim-action                    pic x
           value space.
           88 ws-dim-insert                        value 'I'.
           88 ws-dim-update                        value 'U'.
           88 ws-dim-unchanged                     value space.

      * Tonight's store tax rates from the store master.
       01 ws-store-rate-table.
           05 ws-sr-count                  pic 999
               value 0.
           05 ws-sr-entry                  occurs 100 times
               indexed by ws-sr-idx.
               10 ws-sr-store-num          pic 99.
               10 ws-sr-tax-rate           pic 99v99.

      * Tonight's sales taxed at zero under a certificate.
       01 ws-exempt-table.
           05 ws-ex-count                  pic 999
               value 0.
           05 ws-ex-entry                  occurs 500 times
               indexed by ws-ex-idx.
               10 ws-ex-invoice-num        pic x(9).

      * The masters as the last extract sent them.
       01 ws-prior-store-table.
           05 ws-ps-count                  pic 999
               value 0.
           05 ws-ps-entry                  occurs 100 times
               indexed by ws-ps-idx.
               10 ws-ps-key                pic xx.
               10 ws-ps-record             pic x(30).

       01 ws-prior-item-table.
           05 ws-pi-count                  pic 999
               value 0.
           05 ws-pi-entry                  occurs 500 times
               indexed by ws-pi-idx.
               10 ws-pi-key                pic x(15).
               10 ws-pi-record             pic x(80).

       01 ws-prior-cashier-table.
           05 ws-pc-count                  pic 999
               value 0.
           05 ws-pc-entry                  occurs 300 times
               indexed by ws-pc-idx.
               10 ws-pc-key                pic x(6).
               10 ws-pc-record             pic x(50).

       01 ws-prior-tender-table.
           05 ws-pt-count                  pic 999
               value 0.
           05 ws-pt-entry                  occurs 20 times
               indexed by ws-pt-idx.
               10 ws-pt-key                pic xx.
               10 ws-pt-record             pic x(22).

       01 ws-sl-rec-count                  pic 9(6)
           value 0.
       01 ws-r-rec-count                   pic 9(6)
           value 0.
       01 ws-fact-count                    pic 9(6)
           value 0.
       01 ws-fact-amount-total             pic s9(9)v99
           value 0.
       01 ws-fact-tax-total                pic s9(9)v99
           value 0.
       01 ws-store-dim-count               pic 9(6)
           value 0.
       01 ws-item-dim-count                pic 9(6)
           value 0.
       01 ws-cashier-dim-count             pic 9(6)
           value 0.
       01 ws-tender-dim-count              pic 9(6)
           value 0.
       01 ws-insert-count                  pic 9(6)
           value 0.
       01 ws-update-count                  pic 9(6)
           value 0.

       01 ws-command                       pic x(140)
           value spaces.
       01 ws-snap-live-name                pic x(40)
           value spaces.
       01 ws-snap-copy-name                pic x(40)
           value spaces.

      * The count and amount hash of an input file, checked against
      * the control trailer its producing step wrote on the end.
       01 ws-trailer-controls.
           05 ws-tc-file-name              pic x(20)
               value spaces.
           05 ws-tc-eof-flag               pic x
               value 'n'.
           05 ws-tc-record-count           pic 9(6)
               value 0.
           05 ws-tc-hash-total             pic 9(10)v99
               value 0.
           05 ws-tc-trailer-seen-flag      pic x
               value 'n'.
               88 ws-tc-trailer-seen               value 'y'.
           05 ws-tc-trailer-count          pic 9(6)
               value 0.
           05 ws-tc-trailer-hash           pic 9(10)v99
               value 0.
           05 ws-tc-trailer-date           pic 9(8)
               value 0.
           05 ws-tc-error-text             pic x(36)
               value spaces.

       procedure division.
       000-main.
           perform 010-load-business-date.

           perform 900-check-sl-trailer.

           perform 910-check-r-trailer.

           perform 015-guard-against-rerun.

           perform 020-load-exempt-sales.

           perform 030-load-store-rates.

           perform 050-load-prior-stores.

           perform 055-load-prior-items.

           perform 060-load-prior-cashiers.

           perform 065-load-prior-tenders.

           open output fact-file.
           write fact-line                 from ws-fact-heading.

           perform 100-extract-sales.

           perform 200-extract-returns.

           close fact-file.

           perform 300-extract-store-dim.

           perform 400-extract-item-dim.

           perform 500-extract-cashier-dim.

           perform 600-extract-tender-dim.

           perform 700-write-control-file.

           display "DWEXTRACT: " ws-fact-count
               " TRANSACTION FACT ROWS FOR " ws-business-date.
           display "DWEXTRACT: " ws-insert-count
               " DIMENSION ROWS ADDED, " ws-update-count " CHANGED".

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
               move function current-date(1:8) to ws-business-date
           end-if.

      * Each dimension's last-extract copy is replaced as that
      * dimension is written, so a rerun of the same business date --
      * a resumed chain, or an overridden full rerun -- would find
      * tonight's changes already in the copies and send nothing.  The
      * copies are snapshotted before the first run of a date and any
      * same-date rerun begins by restoring them.
       015-guard-against-rerun.
           open input posted-marker-file.
           read posted-marker-file
               at end continue
               not at end move pm-business-date to ws-posted-date
           end-read.
           close posted-marker-file.

           if ws-posted-date = ws-business-date then
               display "DWEXTRACT: RERUN FOR BUSINESS DATE "
                   ws-business-date " - MASTER COPIES RESTORED FROM "
                   "THEIR START-OF-NIGHT SNAPSHOTS"
               move "data/dw-store-master.last"
                 to ws-snap-live-name
               move "data/dw-store-master.bak"
                 to ws-snap-copy-name
               perform 046-restore-one-snapshot
               move "data/dw-item-master.last"
                 to ws-snap-live-name
               move "data/dw-item-master.bak"
                 to ws-snap-copy-name
               perform 046-restore-one-snapshot
               move "data/dw-cashier-master.last"
                 to ws-snap-live-name
               move "data/dw-cashier-master.bak"
                 to ws-snap-copy-name
               perform 046-restore-one-snapshot
               move "data/dw-tender-master.last"
                 to ws-snap-live-name
               move "data/dw-tender-master.bak"
                 to ws-snap-copy-name
               perform 046-restore-one-snapshot
           else
               move "data/dw-store-master.last"
                 to ws-snap-live-name
               move "data/dw-store-master.bak"
                 to ws-snap-copy-name
               perform 045-take-one-snapshot
               move "data/dw-item-master.last"
                 to ws-snap-live-name
               move "data/dw-item-master.bak"
                 to ws-snap-copy-name
               perform 045-take-one-snapshot
               move "data/dw-cashier-master.last"
                 to ws-snap-live-name
               move "data/dw-cashier-master.bak"
                 to ws-snap-copy-name
               perform 045-take-one-snapshot
               move "data/dw-tender-master.last"
                 to ws-snap-live-name
               move "data/dw-tender-master.bak"
                 to ws-snap-copy-name
               perform 045-take-one-snapshot

               open output posted-marker-file
               move ws-business-date       to pm-business-date
               write posted-marker-rec
               close posted-marker-file
           end-if.

      *    A copy still missing (the very first extract) simply
      *    leaves no snapshot behind.
       045-take-one-snapshot.
           move spaces                     to ws-command.
           string "rm -f "                 delimited by size
               function trim(ws-snap-copy-name) delimited by size
               "; cp "                     delimited by size
               function trim(ws-snap-live-name) delimited by size
               " "                         delimited by size
               function trim(ws-snap-copy-name) delimited by size
               " 2>/dev/null"              delimited by size
               into ws-command
           end-string.
           call "SYSTEM" using ws-command.
           move 0                          to return-code.

      *    No snapshot on disk means the copy did not exist when the
      *    night started -- the half-built copy is removed, every row
      *    goes across as an insert again, and the optional open
      *    recreates it.
       046-restore-one-snapshot.
           move spaces                     to ws-command.
           string "rm -f "                 delimited by size
               function trim(ws-snap-live-name) delimited by size
               "; cp "                     delimited by size
               function trim(ws-snap-copy-name) delimited by size
               " "                         delimited by size
               function trim(ws-snap-live-name) delimited by size
               " 2>/dev/null"              delimited by size
               into ws-command
           end-string.
           call "SYSTEM" using ws-command.
           move 0                          to return-code.

      *    Only tonight's certificate sales matter; the history holds
      *    every night TaxRemit still needs.
       020-load-exempt-sales.
           open input exempt-history-file.
           perform until ws-ex-count >= 500
               read exempt-history-file
                   at end exit perform
               end-read
               if eh-business-date = ws-business-date
                   add 1                   to ws-ex-count
                   move eh-invoice-num
                     to ws-ex-invoice-num(ws-ex-count)
               end-if
           end-perform.
           if ws-ex-count >= 500 then
               display "DWEXTRACT: TONIGHT'S EXEMPT SALES EXCEED THE "
                   "500-ROW TABLE - LATER ONES SHOW THE STORE RATE"
           end-if.
           close exempt-history-file.

       030-load-store-rates.
           open input store-master-file.
           perform until ws-sr-count >= 100
               read store-master-file
                   at end exit perform
               end-read
               add 1                       to ws-sr-count
               move sm-store-num
                 to ws-sr-store-num(ws-sr-count)
               if sm-tax-rate is numeric
                   move sm-tax-rate
                     to ws-sr-tax-rate(ws-sr-count)
               else
                   move ws-tax-perc-cnst
                     to ws-sr-tax-rate(ws-sr-count)
               end-if
           end-perform.
           close store-master-file.

      *    A copy past its table would send every later row as an
      *    insert, so the run is refused before anything is written.
       050-load-prior-stores.
           open input store-last-file.
           perform until ws-ps-count >= 100
               read store-last-file
                   at end exit perform
               end-read
               add 1                       to ws-ps-count
               move sx-store-num           to ws-ps-key(ws-ps-count)
               move store-last-rec
                 to ws-ps-record(ws-ps-count)
           end-perform.
           if ws-ps-count >= 100 then
               read store-last-file
                   at end continue
                   not at end
                       display "DWEXTRACT: STORE MASTER COPY "
                           "EXCEEDS THE 100-ROW TABLE - RUN REFUSED"
                       move 8              to return-code
                       goback
               end-read
           end-if.
           close store-last-file.

       055-load-prior-items.
           open input item-last-file.
           perform until ws-pi-count >= 500
               read item-last-file
                   at end exit perform
               end-read
               add 1                       to ws-pi-count
               move ix-sku-code            to ws-pi-key(ws-pi-count)
               move item-last-rec
                 to ws-pi-record(ws-pi-count)
           end-perform.
           if ws-pi-count >= 500 then
               read item-last-file
                   at end continue
                   not at end
                       display "DWEXTRACT: ITEM MASTER COPY "
                           "EXCEEDS THE 500-ROW TABLE - RUN REFUSED"
                       move 8              to return-code
                       goback
               end-read
           end-if.
           close item-last-file.

       060-load-prior-cashiers.
           open input cashier-last-file.
           perform until ws-pc-count >= 300
               read cashier-last-file
                   at end exit perform
               end-read
               add 1                       to ws-pc-count
               move cx-key                 to ws-pc-key(ws-pc-count)
               move cashier-last-rec
                 to ws-pc-record(ws-pc-count)
           end-perform.
           if ws-pc-count >= 300 then
               read cashier-last-file
                   at end continue
                   not at end
                       display "DWEXTRACT: CASHIER MASTER COPY "
                           "EXCEEDS THE 300-ROW TABLE - RUN REFUSED"
                       move 8              to return-code
                       goback
               end-read
           end-if.
           close cashier-last-file.

       065-load-prior-tenders.
           open input tender-last-file.
           perform until ws-pt-count >= 20
               read tender-last-file
                   at end exit perform
               end-read
               add 1                       to ws-pt-count
               move tx-tender-code         to ws-pt-key(ws-pt-count)
               move tender-last-rec
                 to ws-pt-record(ws-pt-count)
           end-perform.
           if ws-pt-count >= 20 then
               read tender-last-file
                   at end continue
                   not at end
                       display "DWEXTRACT: TENDER MASTER COPY "
                           "EXCEEDS THE 20-ROW TABLE - RUN REFUSED"
                       move 8              to return-code
                       goback
               end-read
           end-if.
           close tender-last-file.

       100-extract-sales.
           move 'n'                        to ws-eof-flag.
           open input sl-file.

           perform 110-extract-sl-record
               until ws-eof-flag = 'y'.

           close sl-file.

       110-extract-sl-record.
           read sl-file
               at end move 'y'             to ws-eof-flag
               not at end
                   if st-record-type = "TRL"
                       move 'y'            to ws-eof-flag
                   else
                       add 1               to ws-sl-rec-count
                       move sl-store-num   to ws-fr-store-num
                       move sl-invoice-num to ws-fr-invoice-num
                       move sl-trans-code  to ws-fr-trans-code
                       move sl-sku-code    to ws-fr-sku-code
                       move sl-cashier-id  to ws-fr-cashier-id
                       move sl-pay-type    to ws-fr-pay-type
                       move sl-quantity    to ws-fr-quantity
                       move sl-trans-amnt  to ws-fr-amount
                       move sl-trans-date  to ws-fr-trans-date
                       perform 260-calculate-tax
                       perform 250-write-fact-row
                   end-if
           end-read.

       200-extract-returns.
           move 'n'                        to ws-eof-flag.
           open input r-file.
           open input exempt-index-file.

           perform 210-extract-r-record
               until ws-eof-flag = 'y'.

           close r-file.
           close exempt-index-file.

       210-extract-r-record.
           read r-file
               at end move 'y'             to ws-eof-flag
               not at end
                   if rt-record-type = "TRL"
                       move 'y'            to ws-eof-flag
                   else
                       add 1               to ws-r-rec-count
                       move r-store-num    to ws-fr-store-num
                       move r-invoice-num  to ws-fr-invoice-num
                       move r-trans-code   to ws-fr-trans-code
                       move r-sku-code     to ws-fr-sku-code
                       move r-cashier-id   to ws-fr-cashier-id
                       move r-pay-type     to ws-fr-pay-type
                       compute ws-fr-quantity = 0 - r-quantity
                       compute ws-fr-amount = 0 - r-trans-amnt
                       move r-trans-date   to ws-fr-trans-date
                       perform 260-calculate-tax
                       perform 250-write-fact-row
                   end-if
           end-read.

       250-write-fact-row.
           move ws-fr-quantity             to ws-csv-quantity.
           move ws-fr-amount               to ws-csv-amount.
           move ws-fr-tax                  to ws-csv-tax.
           move spaces                     to fact-line.
           string ws-business-date delimited by size
               "," delimited by size
               ws-fr-store-num delimited by size
               "," delimited by size
               function trim(ws-fr-invoice-num) delimited by size
               "," delimited by size
               ws-fr-trans-code delimited by size
               "," delimited by size
               function trim(ws-fr-sku-code) delimited by size
               "," delimited by size
               function trim(ws-fr-cashier-id) delimited by size
               "," delimited by size
               function trim(ws-fr-pay-type) delimited by size
               "," delimited by size
               function trim(ws-csv-quantity) delimited by size
               "," delimited by size
               function trim(ws-csv-amount) delimited by size
               "," delimited by size
               function trim(ws-csv-tax) delimited by size
               "," delimited by size
               ws-fr-trans-date delimited by size
               into fact-line
           end-string.
           write fact-line.

           add 1                           to ws-fact-count.
           add ws-fr-amount                to ws-fact-amount-total.
           add ws-fr-tax                   to ws-fact-tax-total.

      *    The store's rate, or the chain rate for a store not on the
      *    master; a sale SLProcessing taxed at zero under a
      *    certificate carries no tax here either, and nor does a
      *    return against one -- that sale may be from any earlier
      *    night, so it is looked up on the keyed exempt history.
       260-calculate-tax.
           move ws-tax-perc-cnst           to ws-fr-tax-rate.
           perform varying ws-sr-idx from 1 by 1
               until ws-sr-idx > ws-sr-count
               if ws-sr-store-num(ws-sr-idx) = ws-fr-store-num
                   move ws-sr-tax-rate(ws-sr-idx) to ws-fr-tax-rate
               end-if
           end-perform.

           compute ws-fr-tax rounded =
               ws-fr-amount / 100 * ws-fr-tax-rate.

           if ws-fr-trans-code = 'S' or ws-fr-trans-code = 'L' then
               perform varying ws-ex-idx from 1 by 1
                   until ws-ex-idx > ws-ex-count
                   if ws-ex-invoice-num(ws-ex-idx) = ws-fr-invoice-num
                       move 0              to ws-fr-tax
                   end-if
               end-perform
           else
               perform 265-find-exempt-return
               if ws-return-is-exempt
                   move 0                  to ws-fr-tax
               end-if
           end-if.

       265-find-exempt-return.
           move 'n'                        to ws-return-exempt-flag.
           move ws-fr-store-num            to ei-store-num.
           move ws-fr-invoice-num          to ei-invoice-num.
           read exempt-index-file
               invalid key continue
               not invalid key set ws-return-is-exempt to true
           end-read.

      *    Each master is read once: a row the last extract never
      *    sent is an insert, a row that differs from what it sent is
      *    an update, and every row is written to the new copy.
       300-extract-store-dim.
           move 'n'                        to ws-eof-flag.
           open input store-master-file.
           open output store-last-file.
           open output store-dim-file.
           write store-dim-line            from ws-store-dim-heading.

           perform 310-compare-store-row
               until ws-eof-flag = 'y'.

           close store-master-file.
           close store-last-file.
           close store-dim-file.

       310-compare-store-row.
           read store-master-file
               at end move 'y'             to ws-eof-flag
               not at end
                   write store-last-rec    from store-master-rec
                   set ws-dim-insert       to true
                   perform varying ws-ps-idx from 1 by 1
                       until ws-ps-idx > ws-ps-count
                       if ws-ps-key(ws-ps-idx) = sm-store-num
                           if ws-ps-record(ws-ps-idx)
                               = store-master-rec
                               set ws-dim-unchanged to true
                           else
                               set ws-dim-update to true
                           end-if
                       end-if
                   end-perform
                   if not ws-dim-unchanged
                       perform 320-write-store-dim-row
                   end-if
           end-read.

       320-write-store-dim-row.
           if sm-tax-rate is numeric then
               move sm-tax-rate            to ws-csv-rate
           else
               move 0                      to ws-csv-rate
           end-if.
           move spaces                     to store-dim-line.
           string ws-dim-action delimited by size
               "," delimited by size
               sm-store-num delimited by size
               ",""" delimited by size
               function trim(sm-store-name) delimited by size
               """," delimited by size
               function trim(ws-csv-rate) delimited by size
               into store-dim-line
           end-string.
           write store-dim-line.
           add 1                           to ws-store-dim-count.
           perform 690-count-dim-action.

       400-extract-item-dim.
           move 'n'                        to ws-eof-flag.
           open input item-master-file.
           open output item-last-file.
           open output item-dim-file.
           write item-dim-line             from ws-item-dim-heading.

           perform 410-compare-item-row
               until ws-eof-flag = 'y'.

           close item-master-file.
           close item-last-file.
           close item-dim-file.

       410-compare-item-row.
           read item-master-file
               at end move 'y'             to ws-eof-flag
               not at end
                   write item-last-rec     from item-master-rec
                   set ws-dim-insert       to true
                   perform varying ws-pi-idx from 1 by 1
                       until ws-pi-idx > ws-pi-count
                       if ws-pi-key(ws-pi-idx) = im-sku-code
                           if ws-pi-record(ws-pi-idx)
                               = item-master-rec
                               set ws-dim-unchanged to true
                           else
                               set ws-dim-update to true
                           end-if
                       end-if
                   end-perform
                   if not ws-dim-unchanged
                       perform 420-write-item-dim-row
                   end-if
           end-read.

       420-write-item-dim-row.
           if im-expected-price is numeric then
               move im-expected-price      to ws-csv-price
           else
               move 0                      to ws-csv-price
           end-if.
           if im-unit-cost is numeric then
               move im-unit-cost           to ws-csv-amount
           else
               move 0                      to ws-csv-amount
           end-if.
           if im-pack-size is numeric then
               move im-pack-size           to ws-csv-pack
           else
               move 0                      to ws-csv-pack
           end-if.
           move spaces                     to item-dim-line.
           string ws-dim-action delimited by size
               "," delimited by size
               function trim(im-sku-code) delimited by size
               ",""" delimited by size
               function trim(im-description) delimited by size
               """,""" delimited by size
               function trim(im-category) delimited by size
               """," delimited by size
               function trim(ws-csv-price) delimited by size
               "," delimited by size
               function trim(im-vendor-num) delimited by size
               "," delimited by size
               function trim(ws-csv-pack) delimited by size
               "," delimited by size
               function trim(ws-csv-amount) delimited by size
               into item-dim-line
           end-string.
           write item-dim-line.
           add 1                           to ws-item-dim-count.
           perform 690-count-dim-action.

       500-extract-cashier-dim.
           move 'n'                        to ws-eof-flag.
           open input cashier-master-file.
           open output cashier-last-file.
           open output cashier-dim-file.
           write cashier-dim-line          from ws-cashier-dim-heading.

           perform 510-compare-cashier-row
               until ws-eof-flag = 'y'.

           close cashier-master-file.
           close cashier-last-file.
           close cashier-dim-file.

       510-compare-cashier-row.
           read cashier-master-file
               at end move 'y'             to ws-eof-flag
               not at end
                   write cashier-last-rec  from cashier-master-rec
                   set ws-dim-insert       to true
                   perform varying ws-pc-idx from 1 by 1
                       until ws-pc-idx > ws-pc-count
                       if ws-pc-key(ws-pc-idx)
                           = cashier-master-rec(1:6)
                           if ws-pc-record(ws-pc-idx)
                               = cashier-master-rec
                               set ws-dim-unchanged to true
                           else
                               set ws-dim-update to true
                           end-if
                       end-if
                   end-perform
                   if not ws-dim-unchanged
                       perform 520-write-cashier-dim-row
                   end-if
           end-read.

       520-write-cashier-dim-row.
           move spaces                     to cashier-dim-line.
           string ws-dim-action delimited by size
               "," delimited by size
               cm-store-num delimited by size
               "," delimited by size
               function trim(cm-cashier-id) delimited by size
               ",""" delimited by size
               function trim(cm-cashier-name) delimited by size
               """," delimited by size
               cm-hire-date delimited by size
               "," delimited by size
               cm-term-date delimited by size
               "," delimited by size
               cm-status delimited by size
               into cashier-dim-line
           end-string.
           write cashier-dim-line.
           add 1                           to ws-cashier-dim-count.
           perform 690-count-dim-action.

       600-extract-tender-dim.
           move 'n'                        to ws-eof-flag.
           open input tender-master-file.
           open output tender-last-file.
           open output tender-dim-file.
           write tender-dim-line           from ws-tender-dim-heading.

           perform 610-compare-tender-row
               until ws-eof-flag = 'y'.

           close tender-master-file.
           close tender-last-file.
           close tender-dim-file.

       610-compare-tender-row.
           read tender-master-file
               at end move 'y'             to ws-eof-flag
               not at end
                   write tender-last-rec   from tender-master-rec
                   set ws-dim-insert       to true
                   perform varying ws-pt-idx from 1 by 1
                       until ws-pt-idx > ws-pt-count
                       if ws-pt-key(ws-pt-idx) = tm-tender-code
                           if ws-pt-record(ws-pt-idx)
                               = tender-master-rec
                               set ws-dim-unchanged to true
                           else
                               set ws-dim-update to true
                           end-if
                       end-if
                   end-perform
                   if not ws-dim-unchanged
                       perform 620-write-tender-dim-row
                   end-if
           end-read.

       620-write-tender-dim-row.
           move spaces                     to tender-dim-line.
           string ws-dim-action delimited by size
               "," delimited by size
               function trim(tm-tender-code) delimited by size
               ",""" delimited by size
               function trim(tm-tender-desc) delimited by size
               """" delimited by size
               into tender-dim-line
           end-string.
           write tender-dim-line.
           add 1                           to ws-tender-dim-count.
           perform 690-count-dim-action.

       690-count-dim-action.
           if ws-dim-insert then
               add 1                       to ws-insert-count
           else
               add 1                       to ws-update-count
           end-if.

      *    One row per file sent; the dimension files carry no
      *    amounts, so only their counts are given.
       700-write-control-file.
           open output control-file.
           write control-line              from ws-control-heading.

           move "dw-trans-fact.csv"        to ws-csv-file-name.
           move ws-fact-count              to ws-csv-count.
           move ws-fact-amount-total       to ws-csv-amount.
           move ws-fact-tax-total          to ws-csv-tax.
           perform 710-write-control-row.

           move 0                          to ws-csv-amount.
           move 0                          to ws-csv-tax.
           move "dw-store-dim.csv"         to ws-csv-file-name.
           move ws-store-dim-count         to ws-csv-count.
           perform 710-write-control-row.
           move "dw-item-dim.csv"          to ws-csv-file-name.
           move ws-item-dim-count          to ws-csv-count.
           perform 710-write-control-row.
           move "dw-cashier-dim.csv"       to ws-csv-file-name.
           move ws-cashier-dim-count       to ws-csv-count.
           perform 710-write-control-row.
           move "dw-tender-dim.csv"        to ws-csv-file-name.
           move ws-tender-dim-count        to ws-csv-count.
           perform 710-write-control-row.

           close control-file.

       710-write-control-row.
           move spaces                     to control-line.
           string function trim(ws-csv-file-name) delimited by size
               "," delimited by size
               function trim(ws-csv-count) delimited by size
               "," delimited by size
               function trim(ws-csv-amount) delimited by size
               "," delimited by size
               function trim(ws-csv-tax) delimited by size
               "," delimited by size
               ws-business-date delimited by size
               into control-line
           end-string.
           write control-line.

      * A file cut short by a full disk or edited by hand between steps
      * would otherwise send the warehouse a light day.  Each input is
      * checked against its trailer before anything is written, and a
      * mismatch stops the run.
       900-check-sl-trailer.
           move "data/slrecords.dat"       to ws-tc-file-name.
           move 'n'                        to ws-tc-eof-flag.
           move 'n'                        to ws-tc-trailer-seen-flag.
           move 0                          to ws-tc-record-count.
           move 0                          to ws-tc-hash-total.
           open input sl-file.
           perform 905-tally-sl-row
               until ws-tc-eof-flag = 'y'
               or ws-tc-trailer-seen.
           close sl-file.
           perform 920-judge-trailer.

       905-tally-sl-row.
           read sl-file
               at end move 'y'             to ws-tc-eof-flag
               not at end
                   if st-record-type = "TRL"
                       set ws-tc-trailer-seen to true
                       move st-record-count
                         to ws-tc-trailer-count
                       move st-hash-total  to ws-tc-trailer-hash
                       move st-business-date
                         to ws-tc-trailer-date
                   else
                       add 1               to ws-tc-record-count
                       if sl-trans-amnt is numeric
                           add sl-trans-amnt
                             to ws-tc-hash-total
                       end-if
                   end-if
           end-read.

       910-check-r-trailer.
           move "data/rrecords.dat"        to ws-tc-file-name.
           move 'n'                        to ws-tc-eof-flag.
           move 'n'                        to ws-tc-trailer-seen-flag.
           move 0                          to ws-tc-record-count.
           move 0                          to ws-tc-hash-total.
           open input r-file.
           perform 915-tally-r-row
               until ws-tc-eof-flag = 'y'
               or ws-tc-trailer-seen.
           close r-file.
           perform 920-judge-trailer.

       915-tally-r-row.
           read r-file
               at end move 'y'             to ws-tc-eof-flag
               not at end
                   if rt-record-type = "TRL"
                       set ws-tc-trailer-seen to true
                       move rt-record-count
                         to ws-tc-trailer-count
                       move rt-hash-total  to ws-tc-trailer-hash
                       move rt-business-date
                         to ws-tc-trailer-date
                   else
                       add 1               to ws-tc-record-count
                       if r-trans-amnt is numeric
                           add r-trans-amnt
                             to ws-tc-hash-total
                       end-if
                   end-if
           end-read.

       920-judge-trailer.
           move spaces                     to ws-tc-error-text.
           if not ws-tc-trailer-seen then
               move "MISSING CONTROL TRAILER"  to ws-tc-error-text
           else
           if ws-tc-trailer-count not = ws-tc-record-count then
               move "RECORD COUNT DOES NOT MATCH TRAILER"
                                               to ws-tc-error-text
           else
           if ws-tc-trailer-hash not = ws-tc-hash-total then
               move "AMOUNT HASH DOES NOT MATCH TRAILER"
                                               to ws-tc-error-text
           else
           if ws-tc-trailer-date not = ws-business-date then
               move "TRAILER IS FOR ANOTHER BUSINESS DATE"
                                               to ws-tc-error-text
           end-if
           end-if
           end-if
           end-if.

           if ws-tc-error-text not = spaces then
               display "DWEXTRACT: " function trim(ws-tc-file-name)
                   " " ws-tc-error-text
               display "DWEXTRACT: RUN STOPPED, NOTHING EXTRACTED"
               move 12                     to return-code
               goback
           end-if.

       950-write-audit-log.
           move function current-date(1:8)     to au-run-date.
           move function current-date(9:6)     to au-run-time.
           move "DWExtract"                    to au-program-name.
           compute au-input-count = ws-sl-rec-count + ws-r-rec-count.
           move ws-fact-count                  to au-output1-count.
           move ws-insert-count                to au-output2-count.
           move ws-update-count                to au-output3-count.

           open extend run-history-file.
           write audit-rec.
           close run-history-file.

       end program DWExtract.
