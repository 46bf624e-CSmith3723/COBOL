       identification division.
       program-id. Problem26 as "CSmithCh2pgm26".
       author. Chris Smith

      ********************************************
      * Chapter 2 Program 26
      * Reorder point and order quantity recalculation from
      * sales history. Sorts the sales on the audit history
      * and the live audit file inside a lookback window by
      * store, product, and business date, builds each
      * store's daily demand for every product (days with no
      * sale count as zero), and from its average and
      * standard deviation proposes a new reorder point for
      * every inventory master record: the demand over the
      * vendor's lead time plus safety stock of the service
      * factor times the deviation over the lead time. Each
      * vendor master record gets a proposed order quantity,
      * the economic order quantity for the average store
      * stocking the product (purchase orders are raised a
      * store at a time), from the ordering cost per order
      * and the carrying cost as a percent of average unit
      * cost a year. The proposal report compares current and
      * proposed values. Asked to apply, the accepted
      * proposals - the ones listed on the accept file, or
      * all of them - are written to new generations of both
      * masters the job step swaps after a clean run, and
      * every value changed goes on a before/after change log
      * stamped with this program's own run number.
      ********************************************

       environment division.
       input-output section.
       file-control.
           select optional audit-history-file
               assign to dynamic ws-audit-history-file-path
               organization is line sequential
               file status is ws-audit-history-status.
           select optional audit-file
               assign to dynamic ws-audit-file-path
               organization is line sequential
               file status is ws-audit-file-status.
           select inventory-master-file
               assign to dynamic ws-inventory-file-path
               organization is line sequential
               file status is ws-inventory-file-status.
           select vendor-master-file
               assign to dynamic ws-vendmast-file-path
               organization is line sequential
               file status is ws-vendmast-file-status.
           select optional accept-file
               assign to dynamic ws-accept-file-path
               organization is line sequential
               file status is ws-accept-file-status.
           select sort-file
               assign to dynamic ws-sort-work-file-path.
           select sorted-demand-file
               assign to dynamic ws-sorted-demand-file-path
               organization is line sequential.
           select proposal-file
               assign to dynamic ws-proposal-file-path
               organization is line sequential.
           select optional change-log-file
               assign to dynamic ws-change-log-file-path
               organization is line sequential.
           select reorder-control-file
               assign to dynamic ws-reorder-control-file-path
               organization is line sequential
               file status is ws-reorder-control-status.

       data division.
       file section.
       FD audit-history-file.
       COPY AUDHIST.

       FD audit-file.
       COPY AUDITREC.

       FD inventory-master-file.
       COPY INVMAST.

       FD vendor-master-file.
       COPY VENDMAST.

       FD accept-file.
       01 accept-rec.
         05 acc-type Pic x.
         05 filler Pic x(2).
         05 acc-product-code Pic x(6).
         05 filler Pic x(2).
         05 acc-store-number Pic x(3).

       SD sort-file.
       01 sd-demand-rec.
         05 sd-store-number Pic 9(3).
         05 filler Pic x(2).
         05 sd-product-code Pic x(6).
         05 filler Pic x(2).
         05 sd-trans-date Pic 9(8).
         05 filler Pic x(2).
         05 sd-qty-sold Pic S999 sign leading separate.

       FD sorted-demand-file.
       01 sorted-demand-rec.
         05 srt-store-number Pic 9(3).
         05 filler Pic x(2).
         05 srt-product-code Pic x(6).
         05 filler Pic x(2).
         05 srt-trans-date Pic 9(8).
         05 filler Pic x(2).
         05 srt-qty-sold Pic S999 sign leading separate.

       FD proposal-file.
       01 prop-title-rec.
         05 filler Pic x(10).
         05 prop-title Pic x(36).
         05 prop-title-date-label Pic x(6).
         05 prop-title-date Pic 9(8).
       01 prop-parm-rec.
         05 prop-parm-days-label Pic x(11).
         05 prop-parm-start Pic 9(8).
         05 prop-parm-thru-label Pic x(6).
         05 prop-parm-end Pic 9(8).
         05 filler Pic x(2).
         05 prop-parm-days Pic zz9.
         05 prop-parm-days-text Pic x(7).
       01 prop-factor-rec.
         05 prop-factor-svc-label Pic x(16).
         05 prop-factor-svc Pic 9.99.
         05 prop-factor-ord-label Pic x(16).
         05 prop-factor-ord Pic zz9.
         05 prop-factor-carry-label Pic x(16).
         05 prop-factor-carry Pic zz9.
         05 prop-factor-carry-pct Pic x(10).
       01 prop-status-rec.
         05 prop-status-text Pic x(36).
         05 prop-status-run-label Pic x(6).
         05 prop-status-run Pic 9(6).
       01 prop-section-rec.
         05 prop-section-title Pic x(50).
       01 prop-store-column-rec.
         05 prop-scol-store Pic x(7).
         05 prop-scol-code Pic x(8).
         05 prop-scol-lead Pic x(6).
         05 prop-scol-avg Pic x(10).
         05 prop-scol-dev Pic x(10).
         05 prop-scol-safety Pic x(9).
         05 prop-scol-cur Pic x(9).
         05 prop-scol-new Pic x(9).
         05 prop-scol-note Pic x(22).
       01 prop-store-detail-rec.
         05 prop-store Pic 9(3).
         05 filler Pic x(4).
         05 prop-code Pic x(6).
         05 filler Pic x(2).
         05 prop-lead Pic zzz9.
         05 filler Pic x(2).
         05 prop-avg-daily Pic z,zz9.99.
         05 filler Pic x(2).
         05 prop-std-dev Pic z,zz9.99.
         05 filler Pic x(2).
         05 prop-safety Pic zzz,zz9.
         05 filler Pic x(2).
         05 prop-cur-rop Pic zzz,zz9.
         05 filler Pic x(2).
         05 prop-new-rop Pic zzz,zz9.
         05 filler Pic x(2).
         05 prop-store-note Pic x(22).
       01 prop-vendor-column-rec.
         05 prop-vcol-code Pic x(8).
         05 prop-vcol-vendor Pic x(6).
         05 prop-vcol-lead Pic x(6).
         05 prop-vcol-stores Pic x(8).
         05 prop-vcol-annual Pic x(12).
         05 prop-vcol-cost Pic x(13).
         05 prop-vcol-cur Pic x(9).
         05 prop-vcol-new Pic x(9).
         05 prop-vcol-note Pic x(22).
       01 prop-vendor-detail-rec.
         05 prop-vend-code Pic x(6).
         05 filler Pic x(2).
         05 prop-vend-number Pic x(4).
         05 filler Pic x(2).
         05 prop-vend-lead Pic zzz9.
         05 filler Pic x(2).
         05 prop-vend-stores Pic zzzzz9.
         05 filler Pic x(2).
         05 prop-vend-annual Pic zzz,zz9.99.
         05 filler Pic x(2).
         05 prop-vend-cost Pic zz,zz9.9999.
         05 filler Pic x(2).
         05 prop-vend-cur-qty Pic zzz,zz9.
         05 filler Pic x(2).
         05 prop-vend-new-qty Pic zzz,zz9.
         05 filler Pic x(2).
         05 prop-vend-note Pic x(22).
       01 prop-total-rec.
         05 prop-total-label Pic x(36).
         05 prop-total-count Pic zzz,zz9.

       FD change-log-file.
       01 change-log-rec.
         05 log-run-number Pic 9(6).
         05 filler Pic x(2).
         05 log-run-date Pic 9(8).
         05 filler Pic x(2).
         05 log-run-time Pic 9(8).
         05 filler Pic x(2).
         05 log-action Pic x.
         05 filler Pic x(2).
         05 log-product-code Pic x(6).
         05 filler Pic x(2).
         05 log-store-number Pic x(3).
         05 filler Pic x(2).
         05 log-before-value Pic 9(6).
         05 filler Pic x(2).
         05 log-after-value Pic 9(6).
         05 filler Pic x(2).
         05 log-avg-daily Pic 9(4)V99.
         05 filler Pic x(2).
         05 log-std-dev Pic 9(4)V99.
         05 filler Pic x(2).
         05 log-lead-days Pic 9(3).
         05 filler Pic x(2).
         05 log-lookback-days Pic 9(3).

       FD reorder-control-file.
       01 reorder-control-rec.
         05 reorder-control-number Pic 9(6).

       working-storage section.
       01 ws-hist-eof Pic x(3) value 'NO'.
       01 ws-audit-eof Pic x(3) value 'NO'.
       01 ws-inv-eof Pic x(3) value 'NO'.
       01 ws-vend-eof Pic x(3) value 'NO'.
       01 ws-acc-eof Pic x(3) value 'NO'.
       01 ws-sorted-eof Pic x(3) value 'NO'.
       01 ws-audit-history-status Pic x(2) value '00'.
       01 ws-audit-file-status Pic x(2) value '00'.
       01 ws-inventory-file-status Pic x(2) value '00'.
       01 ws-vendmast-file-status Pic x(2) value '00'.
       01 ws-accept-file-status Pic x(2) value '00'.
       01 ws-reorder-control-status Pic x(2) value '00'.
       01 ws-apply-mode Pic x(3) value 'NO'.
       01 ws-lookback-days Pic 9(3) value 090.
       01 ws-degrees-freedom Pic 9(3) value zero.
       01 ws-service-pct Pic 9(3) value 165.
       01 ws-service-factor Pic 9V99 value zero.
       01 ws-order-cost Pic 9(3) value 025.
       01 ws-carry-pct Pic 9(3) value 025.
       01 ws-run-number Pic 9(6) value zero.
       01 ws-run-date Pic 9(8) value zero.
       01 ws-run-time Pic 9(8) value zero.
       01 ws-window-start Pic 9(8) value zero.
       01 ws-date-integer Pic 9(8) value zero.
       01 ws-inventory-count Pic 9(5) value zero.
       01 ws-vendor-count Pic 9(5) value zero.
       01 ws-accept-count Pic 9(5) value zero.
       01 ws-table-max-entries Pic 9(5) value 10000.
       01 ws-full-table-name Pic x(20) value spaces.
       01 ws-insert-pos Pic 9(5) value zero.
       01 ws-shift-sub Pic 9(5) value zero.
       01 ws-insert-done Pic x(3) value 'NO'.
       01 ws-vendor-found Pic x(3) value 'NO'.
       01 ws-first-vendor Pic x value 'Y'.
       01 ws-inv-found Pic x(3) value 'NO'.
       01 ws-accepted Pic x(3) value 'NO'.
       01 ws-acc-key.
         05 ws-acc-key-type Pic x.
         05 ws-acc-key-code Pic x(6).
         05 ws-acc-key-store Pic x(3).
       01 ws-sales-read Pic 9(7) value zero.
       01 ws-sales-in-window Pic 9(7) value zero.
       01 ws-first-record Pic x(3) value 'YES'.
       01 ws-prev-day-key.
         05 ws-prev-store Pic 9(3).
         05 ws-prev-code Pic x(6).
         05 ws-prev-date Pic 9(8).
       01 ws-day-qty Pic S9(7) value zero.
       01 ws-avg-daily Pic 9(5)V9(4) value zero.
       01 ws-variance Pic 9(9)V9(4) value zero.
       01 ws-variance-work Pic S9(13)V9(4) value zero.
       01 ws-std-dev Pic 9(5)V9(4) value zero.
       01 ws-lead-days Pic 9(3) value zero.
       01 ws-safety-stock Pic 9(6) value zero.
       01 ws-proposed-rop Pic 9(6) value zero.
       01 ws-annual-demand Pic 9(8)V99 value zero.
       01 ws-unit-cost Pic 9(5)V9(4) value zero.
       01 ws-holding-cost Pic 9(5)V9(4) value zero.
       01 ws-eoq-work Pic 9(13)V9(4) value zero.
       01 ws-proposed-qty Pic 9(6) value zero.
       01 ws-store-records Pic 9(6) value zero.
       01 ws-rop-changes Pic 9(6) value zero.
       01 ws-rop-applied Pic 9(6) value zero.
       01 ws-no-vendor-count Pic 9(6) value zero.
       01 ws-vendor-records Pic 9(6) value zero.
       01 ws-qty-changes Pic 9(6) value zero.
       01 ws-qty-applied Pic 9(6) value zero.
       01 ws-new-inv-key.
         05 ws-new-inv-store Pic 9(3).
         05 ws-new-inv-code Pic x(6).
       01 ws-new-inv-on-hand Pic S9(6) value zero.
       01 ws-new-inv-reorder Pic 9(6) value zero.
       01 ws-new-inv-avg-cost Pic 9(5)V9(4) value zero.
       01 ws-find-key.
         05 ws-find-store Pic 9(3).
         05 ws-find-code Pic x(6).
       01 inventory-table.
         05 inv-entry occurs 1 to 10000 times
             depending on ws-inventory-count
             ascending key is invtbl-key
             indexed by inv-idx.
           10 invtbl-key.
             15 invtbl-store Pic 9(3).
             15 invtbl-code Pic x(6).
           10 invtbl-on-hand Pic S9(6).
           10 invtbl-reorder-point Pic 9(6).
           10 invtbl-avg-cost Pic 9(5)V9(4).
           10 invtbl-demand-qty Pic S9(7).
           10 invtbl-demand-sumsq Pic 9(13).
       01 vendor-table.
         05 vt-entry occurs 10000 times indexed by vt-idx.
           10 vt-product-code Pic x(6).
           10 vt-vendor-number Pic x(4).
           10 vt-vendor-name Pic x(20).
           10 vt-lead-days Pic 9(3).
           10 vt-order-qty Pic 9(5).
           10 vt-terms-days Pic x(3).
           10 vt-first-flag Pic x.
           10 vt-demand-qty Pic S9(8).
           10 vt-store-count Pic 9(4).
           10 vt-cost-total Pic 9(9)V9(4).
           10 vt-cost-count Pic 9(4).
       01 accept-table.
         05 acc-entry occurs 10000 times indexed by acc-idx.
           10 acct-key.
             15 acct-type Pic x.
             15 acct-code Pic x(6).
             15 acct-store Pic x(3).
       01 ws-audit-history-file-path Pic x(100)
           value 'C:\Data Files\Ch2_AUDIT_HIST.dat'.
       01 ws-audit-file-path Pic x(100)
           value 'C:\Data Files\Ch2_AUDIT.dat'.
       01 ws-inventory-file-path Pic x(100)
           value 'C:\Data Files\Ch2_INVMAST.dat'.
       01 ws-inventory-new-path Pic x(100)
           value 'C:\Data Files\Ch2_INVMAST_NEW.dat'.
       01 ws-vendmast-file-path Pic x(100)
           value 'C:\Data Files\Ch2_VENDMAST.dat'.
       01 ws-vendmast-new-path Pic x(100)
           value 'C:\Data Files\Ch2_VENDMAST_NEW.dat'.
       01 ws-accept-file-path Pic x(100)
           value 'C:\Data Files\Ch2_REORDER_ACCEPT.dat'.
       01 ws-sort-work-file-path Pic x(100)
           value 'C:\Data Files\Ch2_REORDER_SORT.wrk'.
       01 ws-sorted-demand-file-path Pic x(100)
           value 'C:\Data Files\Ch2_REORDER_SORTED.dat'.
       01 ws-proposal-file-path Pic x(100)
           value 'C:\Data Files\Ch2_REORDER_PROPOSAL.rpt'.
       01 ws-change-log-file-path Pic x(100)
           value 'C:\Data Files\Ch2_REORDER_LOG.dat'.
       01 ws-reorder-control-file-path Pic x(100)
           value 'C:\Data Files\Ch2_RPCTL.dat'.
       01 ws-env-value Pic x(100) value spaces.

       procedure division.
       100-main-module.
           perform 010-init-file-paths-rtn
           accept ws-run-date from date yyyymmdd
           accept ws-run-time from time
           compute ws-date-integer
               = function integer-of-date(ws-run-date)
                   - ws-lookback-days + 1
           compute ws-window-start
               = function date-of-integer(ws-date-integer)
           compute ws-service-factor = ws-service-pct / 100
           compute ws-degrees-freedom = ws-lookback-days - 1
           perform 020-load-inventory-rtn
           perform 030-load-vendor-master-rtn
           if ws-apply-mode = 'YES'
               perform 040-load-accept-rtn
           end-if
           sort sort-file
               on ascending key sd-store-number sd-product-code
                   sd-trans-date
               input procedure is 200-sort-input-rtn
               giving sorted-demand-file
           perform 300-daily-demand-rtn
           if ws-apply-mode not = 'NO'
               perform 070-run-control-rtn
               open extend change-log-file
           end-if
           open output proposal-file
           perform 400-report-headings-rtn
           perform 410-store-section-rtn
           perform 430-store-line-rtn
               varying inv-idx from 1 by 1
               until inv-idx > ws-inventory-count
           perform 450-vendor-section-rtn
           perform 470-vendor-line-rtn
               varying vt-idx from 1 by 1
               until vt-idx > ws-vendor-count
           perform 490-report-totals-rtn
           close proposal-file
           if ws-apply-mode not = 'NO'
               close change-log-file
               perform 500-save-inventory-rtn
               perform 510-save-vendor-master-rtn
           end-if
           display 'CSmithCh2pgm26 lookback window: ' ws-window-start
               ' thru ' ws-run-date
           display 'CSmithCh2pgm26 sales lines read:      '
               ws-sales-read
           display 'CSmithCh2pgm26 sales lines in window: '
               ws-sales-in-window
           display 'CSmithCh2pgm26 reorder points changed: '
               ws-rop-changes
           display 'CSmithCh2pgm26 order qtys changed:     '
               ws-qty-changes
           if ws-apply-mode = 'NO'
               display 'CSmithCh2pgm26: proposals only - nothing '
                   'applied'
           else
               display 'CSmithCh2pgm26 run ' ws-run-number
                   ' reorder points applied: ' ws-rop-applied
               display 'CSmithCh2pgm26 run ' ws-run-number
                   ' order qtys applied:     ' ws-qty-applied
           end-if
           stop run.

       010-init-file-paths-rtn.
           accept ws-env-value from environment 'CH2AUDHST'
           if ws-env-value not = spaces
               move ws-env-value to ws-audit-history-file-path
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment 'CH2AUDIT'
           if ws-env-value not = spaces
               move ws-env-value to ws-audit-file-path
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment 'CH2INVMST'
           if ws-env-value not = spaces
               move ws-env-value to ws-inventory-file-path
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment 'CH2INVMSTN'
           if ws-env-value not = spaces
               move ws-env-value to ws-inventory-new-path
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment 'CH2VENDMS'
           if ws-env-value not = spaces
               move ws-env-value to ws-vendmast-file-path
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment 'CH2VENDMSN'
           if ws-env-value not = spaces
               move ws-env-value to ws-vendmast-new-path
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment 'CH2RPACPT'
           if ws-env-value not = spaces
               move ws-env-value to ws-accept-file-path
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment 'CH2RPWRK'
           if ws-env-value not = spaces
               move ws-env-value to ws-sort-work-file-path
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment 'CH2RPSRT'
           if ws-env-value not = spaces
               move ws-env-value to ws-sorted-demand-file-path
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment 'CH2RPRPT'
           if ws-env-value not = spaces
               move ws-env-value to ws-proposal-file-path
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment 'CH2RPLOG'
           if ws-env-value not = spaces
               move ws-env-value to ws-change-log-file-path
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment 'CH2RPCTL'
           if ws-env-value not = spaces
               move ws-env-value to ws-reorder-control-file-path
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment 'CH2RPAPPLY'
           evaluate ws-env-value(1:3)
               when 'YES'
                   move 'YES' to ws-apply-mode
               when 'ALL'
                   move 'ALL' to ws-apply-mode
               when other
                   move 'NO' to ws-apply-mode
           end-evaluate
           move spaces to ws-env-value
           accept ws-env-value from environment 'CH2RPDAYS'
           evaluate true
               when ws-env-value(1:3) is numeric
                   move ws-env-value(1:3) to ws-lookback-days
               when ws-env-value(1:2) is numeric
                   move ws-env-value(1:2) to ws-lookback-days
               when ws-env-value(1:1) is numeric
                   move ws-env-value(1:1) to ws-lookback-days
               when other
                   continue
           end-evaluate
           if ws-lookback-days < 2
               move 2 to ws-lookback-days
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment 'CH2RPSVC'
           evaluate true
               when ws-env-value(1:3) is numeric
                   move ws-env-value(1:3) to ws-service-pct
               when ws-env-value(1:2) is numeric
                   move ws-env-value(1:2) to ws-service-pct
               when ws-env-value(1:1) is numeric
                   move ws-env-value(1:1) to ws-service-pct
               when other
                   continue
           end-evaluate
           move spaces to ws-env-value
           accept ws-env-value from environment 'CH2RPORDC'
           evaluate true
               when ws-env-value(1:3) is numeric
                   move ws-env-value(1:3) to ws-order-cost
               when ws-env-value(1:2) is numeric
                   move ws-env-value(1:2) to ws-order-cost
               when ws-env-value(1:1) is numeric
                   move ws-env-value(1:1) to ws-order-cost
               when other
                   continue
           end-evaluate
           move spaces to ws-env-value
           accept ws-env-value from environment 'CH2RPCARRY'
           evaluate true
               when ws-env-value(1:3) is numeric
                   move ws-env-value(1:3) to ws-carry-pct
               when ws-env-value(1:2) is numeric
                   move ws-env-value(1:2) to ws-carry-pct
               when ws-env-value(1:1) is numeric
                   move ws-env-value(1:1) to ws-carry-pct
               when other
                   continue
           end-evaluate.

      ******************************************************
      * Both masters are required once proposals are to be
      * applied; a report-only run just notes what is
      * missing.
      ******************************************************
       020-load-inventory-rtn.
           open input inventory-master-file
           if ws-inventory-file-status not = '00'
               display
               'CSmithCh2pgm26: inventory master not found, status='
                   ws-inventory-file-status
               if ws-apply-mode not = 'NO'
                   display 'CSmithCh2pgm26: nothing can be applied'
                   move 8 to return-code
                   stop run
               end-if
           else
               perform until ws-inv-eof = 'YES'
                   read inventory-master-file
                       at end
                           move 'YES' to ws-inv-eof
                       not at end
                           if ws-inventory-count
                                   >= ws-table-max-entries
                               move 'INVENTORY'
                                   to ws-full-table-name
                               perform 990-table-full-rtn
                           end-if
                           move inv-product-code to ws-new-inv-code
                           if inv-store-number is numeric
                               move inv-store-number
                                   to ws-new-inv-store
                           else
                               move zero to ws-new-inv-store
                           end-if
                           move inv-on-hand to ws-new-inv-on-hand
                           move inv-reorder-point
                               to ws-new-inv-reorder
                           if inv-avg-cost is numeric
                               move inv-avg-cost
                                   to ws-new-inv-avg-cost
                           else
                               move zero to ws-new-inv-avg-cost
                           end-if
                           perform 025-insert-inventory-rtn
                   end-read
               end-perform
               close inventory-master-file
           end-if.

       025-insert-inventory-rtn.
           add 1 to ws-inventory-count
           move ws-inventory-count to ws-insert-pos
           move 'NO' to ws-insert-done
           perform until ws-insert-done = 'YES'
               if ws-insert-pos = 1
                   move 'YES' to ws-insert-done
               else
                   compute ws-shift-sub = ws-insert-pos - 1
                   if invtbl-key(ws-shift-sub) <= ws-new-inv-key
                       move 'YES' to ws-insert-done
                   else
                       move inv-entry(ws-shift-sub)
                           to inv-entry(ws-insert-pos)
                       move ws-shift-sub to ws-insert-pos
                   end-if
               end-if
           end-perform
           move ws-new-inv-store to invtbl-store(ws-insert-pos)
           move ws-new-inv-code to invtbl-code(ws-insert-pos)
           move ws-new-inv-on-hand to invtbl-on-hand(ws-insert-pos)
           move ws-new-inv-reorder
               to invtbl-reorder-point(ws-insert-pos)
           move ws-new-inv-avg-cost to invtbl-avg-cost(ws-insert-pos)
           move zero to invtbl-demand-qty(ws-insert-pos)
           move zero to invtbl-demand-sumsq(ws-insert-pos).

      ******************************************************
      * The vendor master is kept in file order so the new
      * generation goes back the way it came. Purchasing
      * uses the first record for a product, so only that
      * one is given a proposal; any later duplicate is
      * carried through untouched.
      ******************************************************
       030-load-vendor-master-rtn.
           open input vendor-master-file
           if ws-vendmast-file-status not = '00'
               display
               'CSmithCh2pgm26: vendor master not found, status='
                   ws-vendmast-file-status
               if ws-apply-mode not = 'NO'
                   display 'CSmithCh2pgm26: nothing can be applied'
                   move 8 to return-code
                   stop run
               end-if
           else
               perform until ws-vend-eof = 'YES'
                   read vendor-master-file
                       at end
                           move 'YES' to ws-vend-eof
                       not at end
                           if ws-vendor-count
                                   >= ws-table-max-entries
                               move 'VENDOR MASTER'
                                   to ws-full-table-name
                               perform 990-table-full-rtn
                           end-if
                           perform 035-vendor-to-table-rtn
                   end-read
               end-perform
               close vendor-master-file
           end-if.

       035-vendor-to-table-rtn.
           move 'Y' to ws-first-vendor
           perform varying vt-idx from 1 by 1
                   until vt-idx > ws-vendor-count
               if vt-product-code(vt-idx) = vend-product-code
                   move 'N' to ws-first-vendor
                   exit perform
               end-if
           end-perform
           add 1 to ws-vendor-count
           move vend-product-code to vt-product-code(ws-vendor-count)
           move vend-vendor-number
               to vt-vendor-number(ws-vendor-count)
           move vend-vendor-name to vt-vendor-name(ws-vendor-count)
           if vend-lead-days is numeric
               move vend-lead-days to vt-lead-days(ws-vendor-count)
           else
               move zero to vt-lead-days(ws-vendor-count)
           end-if
           if vend-order-qty is numeric
               move vend-order-qty to vt-order-qty(ws-vendor-count)
           else
               move zero to vt-order-qty(ws-vendor-count)
           end-if
           move vend-terms-days to vt-terms-days(ws-vendor-count)
           move ws-first-vendor to vt-first-flag(ws-vendor-count)
           move zero to vt-demand-qty(ws-vendor-count)
           move zero to vt-store-count(ws-vendor-count)
           move zero to vt-cost-total(ws-vendor-count)
           move zero to vt-cost-count(ws-vendor-count).

      ******************************************************
      * The accept file lists the proposals the buyer signed
      * off: type R with a product and store for a reorder
      * point, type Q with a product for an order quantity.
      * Applying "accepted" proposals with no accept file
      * would apply nothing, so the step stops instead.
      ******************************************************
       040-load-accept-rtn.
           open input accept-file
           if ws-accept-file-status not = '00'
               display 'CSmithCh2pgm26: no accept file - nothing '
                   'can be applied'
               move 8 to return-code
               stop run
           end-if
           perform until ws-acc-eof = 'YES'
               read accept-file
                   at end
                       move 'YES' to ws-acc-eof
                   not at end
                       if ws-accept-count >= ws-table-max-entries
                           move 'ACCEPTED PROPOSALS'
                               to ws-full-table-name
                           perform 990-table-full-rtn
                       end-if
                       add 1 to ws-accept-count
                       move acc-type to acct-type(ws-accept-count)
                       move acc-product-code
                           to acct-code(ws-accept-count)
                       if acc-type = 'Q'
                           move spaces to acct-store(ws-accept-count)
                       else
                           move acc-store-number
                               to acct-store(ws-accept-count)
                       end-if
               end-read
           end-perform
           close accept-file.

       070-run-control-rtn.
           move zero to ws-run-number
           open input reorder-control-file
           if ws-reorder-control-status = '00'
               read reorder-control-file
                   at end
                       continue
                   not at end
                       move reorder-control-number to ws-run-number
               end-read
               close reorder-control-file
           end-if
           add 1 to ws-run-number
           open output reorder-control-file
           move ws-run-number to reorder-control-number
           write reorder-control-rec
           close reorder-control-file.

      ******************************************************
      * Every sale and return rung inside the window, closed
      * or still open, is demand on the store it was rung
      * at. A store selling a product it has no record for
      * sells out of the company record (store 000), so the
      * demand is charged there.
      ******************************************************
       200-sort-input-rtn.
           open input audit-history-file
           if ws-audit-history-status = '00'
               perform until ws-hist-eof = 'YES'
                   read audit-history-file
                       at end
                           move 'YES' to ws-hist-eof
                       not at end
                           add 1 to ws-sales-read
                           move hist-store-number to ws-find-store
                           move hist-product-code to ws-find-code
                           if hist-trans-date is numeric
                               and hist-qty-sold is numeric
                               and hist-trans-date >= ws-window-start
                               and hist-trans-date <= ws-run-date
                               move spaces to sd-demand-rec
                               move hist-trans-date to sd-trans-date
                               move hist-qty-sold to sd-qty-sold
                               perform 210-release-demand-rtn
                           end-if
                   end-read
               end-perform
           end-if
           close audit-history-file
           open input audit-file
           if ws-audit-file-status = '00'
               perform until ws-audit-eof = 'YES'
                   read audit-file
                       at end
                           move 'YES' to ws-audit-eof
                       not at end
                           add 1 to ws-sales-read
                           move audit-store-number to ws-find-store
                           move audit-product-code to ws-find-code
                           if audit-trans-date is numeric
                               and audit-qty-sold is numeric
                               and audit-trans-date >= ws-window-start
                               and audit-trans-date <= ws-run-date
                               move spaces to sd-demand-rec
                               move audit-trans-date to sd-trans-date
                               move audit-qty-sold to sd-qty-sold
                               perform 210-release-demand-rtn
                           end-if
                   end-read
               end-perform
           end-if
           close audit-file.

       210-release-demand-rtn.
           perform 220-find-inventory-rtn
           if ws-inv-found = 'NO'
               move zero to ws-find-store
               perform 220-find-inventory-rtn
           end-if
           if ws-inv-found = 'YES'
               move ws-find-store to sd-store-number
               move ws-find-code to sd-product-code
               release sd-demand-rec
               add 1 to ws-sales-in-window
           end-if.

       220-find-inventory-rtn.
           move 'NO' to ws-inv-found
           set inv-idx to 1
           search all inv-entry
               at end
                   continue
               when invtbl-key(inv-idx) = ws-find-key
                   move 'YES' to ws-inv-found
           end-search.

      ******************************************************
      * The sorted lines are netted to one quantity per
      * store, product, and business date; each day's net
      * goes on the record's running total and sum of
      * squares for the average and deviation.
      ******************************************************
       300-daily-demand-rtn.
           open input sorted-demand-file
           perform until ws-sorted-eof = 'YES'
               read sorted-demand-file
                   at end
                       move 'YES' to ws-sorted-eof
                   not at end
                       if ws-first-record = 'YES'
                           move 'NO' to ws-first-record
                       else
                           if srt-store-number not = ws-prev-store
                               or srt-product-code not = ws-prev-code
                               or srt-trans-date not = ws-prev-date
                               perform 310-post-day-rtn
                           end-if
                       end-if
                       move srt-store-number to ws-prev-store
                       move srt-product-code to ws-prev-code
                       move srt-trans-date to ws-prev-date
                       add srt-qty-sold to ws-day-qty
               end-read
           end-perform
           if ws-first-record = 'NO'
               perform 310-post-day-rtn
           end-if
           close sorted-demand-file.

       310-post-day-rtn.
           move ws-prev-store to ws-find-store
           move ws-prev-code to ws-find-code
           perform 220-find-inventory-rtn
           if ws-inv-found = 'YES'
               add ws-day-qty to invtbl-demand-qty(inv-idx)
               compute invtbl-demand-sumsq(inv-idx)
                   = invtbl-demand-sumsq(inv-idx)
                       + ws-day-qty * ws-day-qty
           end-if
           move zero to ws-day-qty.

       400-report-headings-rtn.
           move spaces to prop-title-rec
           move 'CH2 REORDER POINT AND QTY PROPOSAL' to prop-title
           move 'DATE  ' to prop-title-date-label
           move ws-run-date to prop-title-date
           write prop-title-rec
           move spaces to prop-parm-rec
           move 'SALES FROM ' to prop-parm-days-label
           move ws-window-start to prop-parm-start
           move ' THRU ' to prop-parm-thru-label
           move ws-run-date to prop-parm-end
           move ws-lookback-days to prop-parm-days
           move ' DAYS' to prop-parm-days-text
           write prop-parm-rec
           move spaces to prop-factor-rec
           move 'SERVICE FACTOR  ' to prop-factor-svc-label
           move ws-service-factor to prop-factor-svc
           move '   ORDER COST $ ' to prop-factor-ord-label
           move ws-order-cost to prop-factor-ord
           move '   CARRYING     ' to prop-factor-carry-label
           move ws-carry-pct to prop-factor-carry
           move '% A YEAR' to prop-factor-carry-pct
           write prop-factor-rec
           move spaces to prop-status-rec
           evaluate ws-apply-mode
               when 'YES'
                   move 'ACCEPTED PROPOSALS APPLIED' to prop-status-text
                   move 'RUN  ' to prop-status-run-label
                   move ws-run-number to prop-status-run
               when 'ALL'
                   move 'ALL PROPOSALS APPLIED' to prop-status-text
                   move 'RUN  ' to prop-status-run-label
                   move ws-run-number to prop-status-run
               when other
                   move 'PROPOSALS ONLY - NOTHING APPLIED'
                       to prop-status-text
           end-evaluate
           write prop-status-rec.

       410-store-section-rtn.
           move spaces to prop-section-rec
           write prop-section-rec
           move 'REORDER POINTS BY STORE' to prop-section-title
           write prop-section-rec
           move spaces to prop-store-column-rec
           move 'STORE' to prop-scol-store
           move 'CODE' to prop-scol-code
           move 'LEAD' to prop-scol-lead
           move ' AVG/DAY' to prop-scol-avg
           move ' STD DEV' to prop-scol-dev
           move ' SAFETY' to prop-scol-safety
           move 'CUR ROP' to prop-scol-cur
           move 'NEW ROP' to prop-scol-new
           move 'NOTE' to prop-scol-note
           write prop-store-column-rec.

      ******************************************************
      * Average daily demand is the net over the whole
      * window divided by its days; the deviation is the
      * sample deviation of the daily nets, quiet days
      * included. Returns can net a record below zero, read
      * as no demand. With no vendor there is no lead time
      * and no proposal.
      ******************************************************
       430-store-line-rtn.
           add 1 to ws-store-records
           move spaces to prop-store-detail-rec
           move invtbl-store(inv-idx) to prop-store
           move invtbl-code(inv-idx) to prop-code
           move invtbl-reorder-point(inv-idx) to prop-cur-rop
           perform 435-demand-stats-rtn
           move ws-avg-daily to prop-avg-daily
           move ws-std-dev to prop-std-dev
           move invtbl-code(inv-idx) to ws-find-code
           perform 440-find-vendor-rtn
           if ws-vendor-found = 'NO'
               add 1 to ws-no-vendor-count
               move 'NO VENDOR ON FILE' to prop-store-note
               write prop-store-detail-rec
           else
               add invtbl-demand-qty(inv-idx) to vt-demand-qty(vt-idx)
               add 1 to vt-store-count(vt-idx)
               if invtbl-avg-cost(inv-idx) > zero
                   add invtbl-avg-cost(inv-idx)
                       to vt-cost-total(vt-idx)
                   add 1 to vt-cost-count(vt-idx)
               end-if
               move vt-lead-days(vt-idx) to ws-lead-days
               move ws-lead-days to prop-lead
               compute ws-safety-stock rounded
                   = ws-service-factor * ws-std-dev
                       * function sqrt(ws-lead-days)
                   on size error
                       move 999999 to ws-safety-stock
               end-compute
               compute ws-proposed-rop rounded
                   = ws-avg-daily * ws-lead-days + ws-safety-stock
                   on size error
                       move 999999 to ws-proposed-rop
               end-compute
               move ws-safety-stock to prop-safety
               move ws-proposed-rop to prop-new-rop
               perform 445-apply-rop-rtn
               write prop-store-detail-rec
           end-if.

       435-demand-stats-rtn.
           if invtbl-demand-qty(inv-idx) > zero
               compute ws-avg-daily rounded
                   = invtbl-demand-qty(inv-idx) / ws-lookback-days
           else
               move zero to ws-avg-daily
           end-if
           compute ws-variance-work rounded
               = invtbl-demand-sumsq(inv-idx)
                   - invtbl-demand-qty(inv-idx)
                       * invtbl-demand-qty(inv-idx)
                       / ws-lookback-days
           compute ws-variance-work rounded
               = ws-variance-work / ws-degrees-freedom
           if ws-variance-work > zero
               move ws-variance-work to ws-variance
               compute ws-std-dev rounded
                   = function sqrt(ws-variance)
           else
               move zero to ws-std-dev
           end-if.

       440-find-vendor-rtn.
           move 'NO' to ws-vendor-found
           perform varying vt-idx from 1 by 1
                   until vt-idx > ws-vendor-count
               if vt-product-code(vt-idx) = ws-find-code
                   move 'YES' to ws-vendor-found
                   exit perform
               end-if
           end-perform.

       445-apply-rop-rtn.
           if ws-proposed-rop = invtbl-reorder-point(inv-idx)
               move 'NO CHANGE' to prop-store-note
           else
               add 1 to ws-rop-changes
               move 'R' to ws-acc-key-type
               move invtbl-code(inv-idx) to ws-acc-key-code
               move invtbl-store(inv-idx) to ws-acc-key-store
               perform 480-check-accepted-rtn
               if ws-accepted = 'YES'
                   move spaces to change-log-rec
                   move 'R' to log-action
                   move invtbl-code(inv-idx) to log-product-code
                   move invtbl-store(inv-idx) to log-store-number
                   move invtbl-reorder-point(inv-idx)
                       to log-before-value
                   move ws-proposed-rop to log-after-value
                   perform 485-write-log-rtn
                   move ws-proposed-rop
                       to invtbl-reorder-point(inv-idx)
                   add 1 to ws-rop-applied
                   move 'APPLIED' to prop-store-note
               else
                   if ws-apply-mode = 'YES'
                       move 'NOT ACCEPTED' to prop-store-note
                   end-if
               end-if
           end-if.

       450-vendor-section-rtn.
           move spaces to prop-section-rec
           write prop-section-rec
           move 'ORDER QUANTITIES BY PRODUCT (PER STORE ORDER)'
               to prop-section-title
           write prop-section-rec
           move spaces to prop-vendor-column-rec
           move 'CODE' to prop-vcol-code
           move 'VEND' to prop-vcol-vendor
           move 'LEAD' to prop-vcol-lead
           move 'STORES' to prop-vcol-stores
           move 'ANNUAL/STR' to prop-vcol-annual
           move '  UNIT COST' to prop-vcol-cost
           move 'CUR QTY' to prop-vcol-cur
           move 'NEW QTY' to prop-vcol-new
           move 'NOTE' to prop-vcol-note
           write prop-vendor-column-rec.

      ******************************************************
      * Orders are raised a store at a time, so the economic
      * order quantity is worked for the average store that
      * stocks the product: annual demand per store, the
      * ordering cost, and the yearly carrying cost of one
      * unit at the stores' average cost. It is never less
      * than one; with no demand or no cost the current
      * quantity stands.
      ******************************************************
       470-vendor-line-rtn.
           if vt-first-flag(vt-idx) = 'Y'
               add 1 to ws-vendor-records
               move spaces to prop-vendor-detail-rec
               move vt-product-code(vt-idx) to prop-vend-code
               move vt-vendor-number(vt-idx) to prop-vend-number
               move vt-lead-days(vt-idx) to prop-vend-lead
               move vt-store-count(vt-idx) to prop-vend-stores
               move vt-order-qty(vt-idx) to prop-vend-cur-qty
               move zero to ws-annual-demand
               move zero to ws-unit-cost
               if vt-store-count(vt-idx) > zero
                   and vt-demand-qty(vt-idx) > zero
                   compute ws-annual-demand
                       = vt-demand-qty(vt-idx) * 365
                   compute ws-annual-demand rounded
                       = ws-annual-demand
                           / (ws-lookback-days * vt-store-count(vt-idx))
               end-if
               if vt-cost-count(vt-idx) > zero
                   compute ws-unit-cost rounded
                       = vt-cost-total(vt-idx) / vt-cost-count(vt-idx)
               end-if
               move ws-annual-demand to prop-vend-annual
               move ws-unit-cost to prop-vend-cost
               compute ws-holding-cost rounded
                   = ws-unit-cost * ws-carry-pct / 100
               evaluate true
                   when vt-store-count(vt-idx) = zero
                       move 'NO INVENTORY RECORD' to prop-vend-note
                   when ws-annual-demand = zero
                       move 'NO DEMAND - QTY KEPT' to prop-vend-note
                   when ws-holding-cost = zero
                       move 'NO COST - QTY KEPT' to prop-vend-note
                   when other
                       compute ws-eoq-work rounded
                           = 2 * ws-annual-demand * ws-order-cost
                       compute ws-eoq-work rounded
                           = ws-eoq-work / ws-holding-cost
                       compute ws-proposed-qty rounded
                           = function sqrt(ws-eoq-work)
                           on size error
                               move 99999 to ws-proposed-qty
                       end-compute
                       if ws-proposed-qty > 99999
                           move 99999 to ws-proposed-qty
                       end-if
                       if ws-proposed-qty < 1
                           move 1 to ws-proposed-qty
                       end-if
                       move ws-proposed-qty to prop-vend-new-qty
                       perform 475-apply-qty-rtn
               end-evaluate
               write prop-vendor-detail-rec
           end-if.

       475-apply-qty-rtn.
           if ws-proposed-qty = vt-order-qty(vt-idx)
               move 'NO CHANGE' to prop-vend-note
           else
               add 1 to ws-qty-changes
               move 'Q' to ws-acc-key-type
               move vt-product-code(vt-idx) to ws-acc-key-code
               move spaces to ws-acc-key-store
               perform 480-check-accepted-rtn
               if ws-accepted = 'YES'
                   move spaces to change-log-rec
                   move 'Q' to log-action
                   move vt-product-code(vt-idx) to log-product-code
                   move spaces to log-store-number
                   move vt-order-qty(vt-idx) to log-before-value
                   move ws-proposed-qty to log-after-value
                   perform 485-write-log-rtn
                   move ws-proposed-qty to vt-order-qty(vt-idx)
                   add 1 to ws-qty-applied
                   move 'APPLIED' to prop-vend-note
               else
                   if ws-apply-mode = 'YES'
                       move 'NOT ACCEPTED' to prop-vend-note
                   end-if
               end-if
           end-if.

       480-check-accepted-rtn.
           evaluate ws-apply-mode
               when 'ALL'
                   move 'YES' to ws-accepted
               when 'YES'
                   move 'NO' to ws-accepted
                   perform varying acc-idx from 1 by 1
                           until acc-idx > ws-accept-count
                       if acct-key(acc-idx) = ws-acc-key
                           move 'YES' to ws-accepted
                           exit perform
                       end-if
                   end-perform
               when other
                   move 'NO' to ws-accepted
           end-evaluate.

      ******************************************************
      * The log carries the basis of each change - average
      * daily demand and deviation for a reorder point, the
      * product's total over its stores for an order
      * quantity - alongside the before and after values.
      ******************************************************
       485-write-log-rtn.
           move ws-run-number to log-run-number
           move ws-run-date to log-run-date
           move ws-run-time to log-run-time
           if log-action = 'R'
               move ws-avg-daily to log-avg-daily
               move ws-std-dev to log-std-dev
               move ws-lead-days to log-lead-days
           else
               compute log-avg-daily rounded
                   = vt-demand-qty(vt-idx) / ws-lookback-days
               move zero to log-std-dev
               move vt-lead-days(vt-idx) to log-lead-days
           end-if
           move ws-lookback-days to log-lookback-days
           write change-log-rec.

       490-report-totals-rtn.
           move spaces to prop-total-rec
           write prop-total-rec
           move 'STORE RECORDS' to prop-total-label
           move ws-store-records to prop-total-count
           write prop-total-rec
           move 'STORE RECORDS WITH NO VENDOR' to prop-total-label
           move ws-no-vendor-count to prop-total-count
           write prop-total-rec
           move 'REORDER POINTS PROPOSED TO CHANGE' to prop-total-label
           move ws-rop-changes to prop-total-count
           write prop-total-rec
           move 'REORDER POINTS APPLIED' to prop-total-label
           move ws-rop-applied to prop-total-count
           write prop-total-rec
           move 'VENDOR RECORDS' to prop-total-label
           move ws-vendor-records to prop-total-count
           write prop-total-rec
           move 'ORDER QUANTITIES PROPOSED TO CHANGE'
               to prop-total-label
           move ws-qty-changes to prop-total-count
           write prop-total-rec
           move 'ORDER QUANTITIES APPLIED' to prop-total-label
           move ws-qty-applied to prop-total-count
           write prop-total-rec.

       500-save-inventory-rtn.
           move ws-inventory-new-path to ws-inventory-file-path
           open output inventory-master-file
           perform varying inv-idx from 1 by 1
                   until inv-idx > ws-inventory-count
               move spaces to inv-rec
               move invtbl-code(inv-idx) to inv-product-code
               move invtbl-on-hand(inv-idx) to inv-on-hand
               move invtbl-reorder-point(inv-idx) to inv-reorder-point
               move invtbl-avg-cost(inv-idx) to inv-avg-cost
               move invtbl-store(inv-idx) to inv-store-number
               write inv-rec
           end-perform
           close inventory-master-file.

       510-save-vendor-master-rtn.
           move ws-vendmast-new-path to ws-vendmast-file-path
           open output vendor-master-file
           perform varying vt-idx from 1 by 1
                   until vt-idx > ws-vendor-count
               move spaces to vendor-master-rec
               move vt-product-code(vt-idx) to vend-product-code
               move vt-vendor-number(vt-idx) to vend-vendor-number
               move vt-vendor-name(vt-idx) to vend-vendor-name
               move vt-lead-days(vt-idx) to vend-lead-days
               move vt-order-qty(vt-idx) to vend-order-qty
               if vt-terms-days(vt-idx) is numeric
                   move vt-terms-days(vt-idx) to vend-terms-days
               end-if
               write vendor-master-rec
           end-perform
           close vendor-master-file.

       990-table-full-rtn.
           display 'CSmithCh2pgm26: ' ws-full-table-name
               ' table is full at ' ws-table-max-entries
               ' entries - run stopped before anything was lost'
           move 16 to return-code
           stop run.

       end program Problem26.
