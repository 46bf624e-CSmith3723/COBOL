      * run starts. The pending price change report lists
      * the changes taking effect tonight and the changes
      * still scheduled for later dates, so the stores can
      * be warned before they key at the old price. Every
      * change applied tonight also goes on the price change
      * file the store price book step sends on to the
      * stores.
      ********************************************

       environment division.
           select pending-report-file
               assign to dynamic ws-pending-report-file-path
               organization is line sequential.
           select price-change-file
               assign to dynamic ws-price-change-file-path
               organization is line sequential.

       data division.
       file section.
         05 pend-total-label Pic x(36).
         05 pend-total-count Pic zzz9.

       FD price-change-file.
       COPY PRICECHG.

       working-storage section.
       01 ws-pm-eof Pic x(3) value 'NO'.
       01 ws-ph-eof Pic x(3) value 'NO'.
           value 'C:\Data Files\Ch2_PRICEHIST.dat'.
       01 ws-pending-report-file-path Pic x(100)
           value 'C:\Data Files\Ch2_PRICE_PENDING.rpt'.
       01 ws-price-change-file-path Pic x(100)
           value 'C:\Data Files\Ch2_PRICE_CHANGES.dat'.
       01 ws-env-value Pic x(100) value spaces.

       procedure division.
           perform 020-load-price-history-rtn
           perform 200-pick-due-prices-rtn
           open output pending-report-file
           open output price-change-file
           perform 300-report-headers-rtn
           perform 310-apply-and-report-rtn
           close price-change-file
           perform 320-pending-section-rtn
           move spaces to pend-total-rec
           move 'PRICE CHANGES EFFECTIVE TONIGHT:'
           accept ws-env-value from environment 'CH2PRPEND'
           if ws-env-value not = spaces
               move ws-env-value to ws-pending-report-file-path
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment 'CH2PRCHG'
           if ws-env-value not = spaces
               move ws-env-value to ws-price-change-file-path
           end-if.

       015-load-product-master-rtn.
               move pm-new-price(pm-idx) to pend-new-price
               move pm-new-effective(pm-idx) to pend-effective-date
               write pend-detail-rec
               move spaces to price-change-rec
               move pm-code(pm-idx) to pc-product-code
               move pm-name(pm-idx) to pc-product-name
               move pm-price(pm-idx) to pc-old-price
               move pm-new-price(pm-idx) to pc-new-price
               move pm-new-effective(pm-idx) to pc-effective-date
               write price-change-rec
               move pm-new-price(pm-idx) to pm-price(pm-idx)
               add 1 to ws-applied-count
           end-if.
