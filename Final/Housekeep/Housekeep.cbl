               value "void-adjustments.dat".
           05 filler                       pic x(30)
               value "report-gift-card.out".
           05 filler                       pic x(30)
               value "trans-extension.dat".
           05 filler                       pic x(30)
               value "report-invoice-gaps.out".
           05 filler                       pic x(30)
               value "report-deposit-recon.out".
           05 filler                       pic x(30)
               value "report-loyalty.out".
           05 filler                       pic x(30)
               value "loyalty-statements.dat".
           05 filler                       pic x(30)
               value "report-price-notice.out".
           05 filler                       pic x(30)
               value "shelf-labels.dat".
           05 filler                       pic x(30)
               value "dw-trans-fact.csv".
           05 filler                       pic x(30)
               value "dw-store-dim.csv".
           05 filler                       pic x(30)
               value "dw-item-dim.csv".
           05 filler                       pic x(30)
               value "dw-cashier-dim.csv".
           05 filler                       pic x(30)
               value "dw-tender-dim.csv".
           05 filler                       pic x(30)
               value "dw-control.csv".
           05 filler                       pic x(30)
               value "rerun-comparison.out".
      *    Written after Housekeep runs, so each night archives the
      *    previous night's summary page.
           05 filler                       pic x(30)
               value "report-morning-summary.out".
       01 ws-archive-list-r redefines ws-archive-list.
           05 ws-ar-name                   pic x(30)
               occurs 50 times.

       01 ws-archive-count-cnst            pic 99
           value 50.

       01 ws-retention-days                pic 9(3)
           value 90.
