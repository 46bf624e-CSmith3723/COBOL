       identification division.
       program-id. Problem22 as "CSmithCh2pgm22".
       author. Chris Smith

      ********************************************
      * Chapter 2 Program 22
      * Gross margin report. Runs at the end of the nightly
      * batch, after the swap has posted this run's audit
      * records to Ch2_AUDIT.dat, and reads the audit log -
      * every record still on it belongs to the open period,
      * since the period close moves closed records to the
      * history. Each audit record carries the revenue and
      * the cost of goods sold at the product's weighted-
      * average cost, so per store and product the report
      * shows quantity, revenue, cost, gross margin, and
      * margin percent twice: once for this run (the records
      * stamped with the run number on the run-control file)
      * and once for the period to date, each section with
      * store totals and a company total. Audit records
      * written before cost was carried count as zero cost
      * and are counted at the foot of the report so a
      * margin that looks too good can be explained.
      ********************************************

       environment division.
       input-output section.
       file-control.
           select audit-file
               assign to dynamic ws-audit-file-path
               organization is line sequential
               file status is ws-audit-file-status.
           select run-control-file
               assign to dynamic ws-runctl-file-path
               organization is line sequential
               file status is ws-run-control-status.
           select product-master-file
               assign to dynamic ws-prodmast-file-path
               organization is line sequential
               file status is ws-prodmast-file-status.
           select margin-report-file
               assign to dynamic ws-margin-report-file-path
               organization is line sequential.

       data division.
       file section.
       FD audit-file.
       COPY AUDITREC.

       FD run-control-file.
       01 run-control-rec.
         05 run-control-number Pic 9(6).

       FD product-master-file.
       COPY PRODMAST.

       FD margin-report-file.
       01 margin-header-rec.
         05 filler Pic x(5).
         05 margin-header-title Pic x(35).
         05 margin-header-run-label Pic x(6).
         05 margin-header-run Pic 9(6).
       01 margin-column-rec.
         05 margin-col-store Pic x(7).
         05 margin-col-product Pic x(8).
         05 margin-col-name Pic x(21).
         05 margin-col-qty Pic x(9).
         05 margin-col-revenue Pic x(15).
         05 margin-col-cost Pic x(15).
         05 margin-col-margin Pic x(15).
         05 margin-col-pct Pic x(7).
       01 margin-detail-rec.
         05 margin-store Pic x(3).
         05 filler Pic x(4).
         05 margin-product Pic x(6).
         05 filler Pic x(2).
         05 margin-name Pic x(20).
         05 filler Pic x(1).
         05 margin-qty Pic zzz,zz9-.
         05 filler Pic x(1).
         05 margin-revenue Pic zz,zzz,zz9.99-.
         05 filler Pic x(1).
         05 margin-cost Pic zz,zzz,zz9.99-.
         05 filler Pic x(1).
         05 margin-amount Pic zz,zzz,zz9.99-.
         05 filler Pic x(1).
         05 margin-pct Pic zzz9.9-.
       01 margin-note-rec.
         05 margin-note-label Pic x(40).
         05 margin-note-count Pic zzz,zz9.

       working-storage section.
       01 ws-audit-eof Pic x(3) value 'no'.
       01 ws-pm-eof Pic x(3) value 'NO'.
       01 ws-audit-file-status Pic x(2) value '00'.
       01 ws-run-control-status Pic x(2) value '00'.
       01 ws-prodmast-file-status Pic x(2) value '00'.
       01 ws-run-number Pic 9(6) value zero.
       01 ws-margin-count Pic 9(5) value zero.
       01 ws-margin-found Pic x(3) value 'NO'.
       01 ws-product-master-count Pic 9(5) value zero.
       01 ws-table-max-entries Pic 9(5) value 10000.
       01 ws-full-table-name Pic x(20) value spaces.
       01 ws-insert-pos Pic 9(5) value zero.
       01 ws-shift-sub Pic 9(5) value zero.
       01 ws-insert-done Pic x(3) value 'NO'.
       01 ws-work-key.
         05 ws-work-store Pic 9(3) value zero.
         05 ws-work-product Pic x(6) value spaces.
       01 ws-work-cost Pic S9(6)V99 value zero.
       01 ws-audit-read-count Pic 9(7) value zero.
       01 ws-run-read-count Pic 9(7) value zero.
       01 ws-no-cost-count Pic 9(7) value zero.
       01 ws-section Pic x value space.
       01 ws-section-lines Pic 9(5) value zero.
       01 ws-prev-store Pic 9(3) value zero.
       01 ws-store-lines Pic 9(5) value zero.
       01 ws-line-qty Pic S9(8) value zero.
       01 ws-line-revenue Pic S9(10)V99 value zero.
       01 ws-line-cost Pic S9(10)V99 value zero.
       01 ws-line-margin Pic S9(10)V99 value zero.
       01 ws-margin-pct Pic S9(4)V9 value zero.
       01 ws-store-qty Pic S9(8) value zero.
       01 ws-store-revenue Pic S9(10)V99 value zero.
       01 ws-store-cost Pic S9(10)V99 value zero.
       01 ws-total-qty Pic S9(8) value zero.
       01 ws-total-revenue Pic S9(10)V99 value zero.
       01 ws-total-cost Pic S9(10)V99 value zero.
       01 margin-table.
         05 mg-entry occurs 1 to 10000 times
             depending on ws-margin-count
             ascending key is mg-key
             indexed by mg-idx.
           10 mg-key.
             15 mg-store Pic 9(3).
             15 mg-product Pic x(6).
           10 mg-run-lines Pic 9(7).
           10 mg-run-qty Pic S9(8).
           10 mg-run-revenue Pic S9(10)V99.
           10 mg-run-cost Pic S9(10)V99.
           10 mg-period-qty Pic S9(8).
           10 mg-period-revenue Pic S9(10)V99.
           10 mg-period-cost Pic S9(10)V99.
       01 product-master-table.
         05 pm-entry occurs 1 to 10000 times
             depending on ws-product-master-count
             ascending key is pm-code
             indexed by pm-idx.
           10 pm-code Pic x(6).
           10 pm-name Pic x(20).
           10 pm-price Pic 9(3)V99.
       01 ws-audit-file-path Pic x(100)
           value 'C:\Data Files\Ch2_AUDIT.dat'.
       01 ws-runctl-file-path Pic x(100)
           value 'C:\Data Files\Ch2_RUNCTL.dat'.
       01 ws-prodmast-file-path Pic x(100)
           value 'C:\Data Files\Ch2_PRODMAST.dat'.
       01 ws-margin-report-file-path Pic x(100)
           value 'C:\Data Files\Ch2_MARGIN.rpt'.
       01 ws-env-value Pic x(100) value spaces.

       procedure division.
       100-main-module.
           perform 010-init-file-paths-rtn
           perform 020-read-run-control-rtn
           perform 030-load-product-master-rtn
           perform 200-accumulate-rtn
           perform 300-report-rtn
           display 'CSmithCh2pgm22 audit records read: '
               ws-audit-read-count
           display 'CSmithCh2pgm22 this run (' ws-run-number '):    '
               ws-run-read-count
           display 'CSmithCh2pgm22 records with no cost: '
               ws-no-cost-count
           stop run.

       010-init-file-paths-rtn.
           accept ws-env-value from environment 'CH2AUDIT'
           if ws-env-value not = spaces
               move ws-env-value to ws-audit-file-path
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment 'CH2RUNCTL'
           if ws-env-value not = spaces
               move ws-env-value to ws-runctl-file-path
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment 'CH2PRODMS'
           if ws-env-value not = spaces
               move ws-env-value to ws-prodmast-file-path
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment 'CH2MRGRPT'
           if ws-env-value not = spaces
               move ws-env-value to ws-margin-report-file-path
           end-if.

       020-read-run-control-rtn.
           open input run-control-file
           if ws-run-control-status = '00'
               read run-control-file
                   at end
                       continue
                   not at end
                       move run-control-number to ws-run-number
               end-read
               close run-control-file
           else
               display 'CSmithCh2pgm22: run control file not found, '
                   'status=' ws-run-control-status
                   ' - the run section will be empty'
           end-if.

       030-load-product-master-rtn.
           open input product-master-file
           if ws-prodmast-file-status not = '00'
               display
               'CSmithCh2pgm22: product master file not found, status='
                   ws-prodmast-file-status
                   ' - product names will be blank on the report'
           else
               perform until ws-pm-eof = 'YES'
                   read product-master-file
                       at end
                           move 'YES' to ws-pm-eof
                       not at end
                           if ws-product-master-count
                                   >= ws-table-max-entries
                               move 'PRODUCT MASTER'
                                   to ws-full-table-name
                               perform 990-table-full-rtn
                           end-if
                           perform 035-insert-product-rtn
                   end-read
               end-perform
               close product-master-file
           end-if.

       035-insert-product-rtn.
           add 1 to ws-product-master-count
           move ws-product-master-count to ws-insert-pos
           move 'NO' to ws-insert-done
           perform until ws-insert-done = 'YES'
               if ws-insert-pos = 1
                   move 'YES' to ws-insert-done
               else
                   compute ws-shift-sub = ws-insert-pos - 1
                   if pm-code(ws-shift-sub) <= product-code
                       move 'YES' to ws-insert-done
                   else
                       move pm-entry(ws-shift-sub)
                           to pm-entry(ws-insert-pos)
                       move ws-shift-sub to ws-insert-pos
                   end-if
               end-if
           end-perform
           move product-code to pm-code(ws-insert-pos)
           move product-name to pm-name(ws-insert-pos)
           move product-price to pm-price(ws-insert-pos).

       200-accumulate-rtn.
           open input audit-file
           if ws-audit-file-status not = '00'
               display 'CSmithCh2pgm22: audit file not found, status='
                   ws-audit-file-status ' - nothing to report'
               move 'yes' to ws-audit-eof
           end-if
           perform until ws-audit-eof = 'yes'
               read audit-file
                   at end
                       move 'yes' to ws-audit-eof
                   not at end
                       perform 210-post-record-rtn
               end-read
           end-perform
           if ws-audit-file-status = '00'
               or ws-audit-file-status = '10'
               close audit-file
           end-if.

       210-post-record-rtn.
           add 1 to ws-audit-read-count
           if audit-cost-amount is numeric
               move audit-cost-amount to ws-work-cost
           else
               move zero to ws-work-cost
               add 1 to ws-no-cost-count
           end-if
           move audit-store-number to ws-work-store
           move audit-product-code to ws-work-product
           perform 220-find-margin-rtn
           add audit-qty-sold to mg-period-qty(mg-idx)
           add audit-total-price to mg-period-revenue(mg-idx)
           add ws-work-cost to mg-period-cost(mg-idx)
           if audit-run-number = ws-run-number
               add 1 to ws-run-read-count
               add 1 to mg-run-lines(mg-idx)
               add audit-qty-sold to mg-run-qty(mg-idx)
               add audit-total-price to mg-run-revenue(mg-idx)
               add ws-work-cost to mg-run-cost(mg-idx)
           end-if.

      ******************************************************
      * The margin table is kept in store/product order by
      * an insert that slides each new entry back to its
      * slot, so lookups are binary SEARCH ALLs and each
      * section prints in store order ready for the store
      * breaks.
      ******************************************************
       220-find-margin-rtn.
           move 'NO' to ws-margin-found
           if ws-margin-count > zero
               set mg-idx to 1
               search all mg-entry
                   at end
                       continue
                   when mg-key(mg-idx) = ws-work-key
                       move 'YES' to ws-margin-found
               end-search
           end-if
           if ws-margin-found = 'NO'
               if ws-margin-count >= ws-table-max-entries
                   move 'GROSS MARGIN' to ws-full-table-name
                   perform 990-table-full-rtn
               end-if
               add 1 to ws-margin-count
               move ws-margin-count to ws-insert-pos
               move 'NO' to ws-insert-done
               perform until ws-insert-done = 'YES'
                   if ws-insert-pos = 1
                       move 'YES' to ws-insert-done
                   else
                       compute ws-shift-sub = ws-insert-pos - 1
                       if mg-key(ws-shift-sub) <= ws-work-key
                           move 'YES' to ws-insert-done
                       else
                           move mg-entry(ws-shift-sub)
                               to mg-entry(ws-insert-pos)
                           move ws-shift-sub to ws-insert-pos
                       end-if
                   end-if
               end-perform
               move ws-work-key to mg-key(ws-insert-pos)
               move zero to mg-run-lines(ws-insert-pos)
               move zero to mg-run-qty(ws-insert-pos)
               move zero to mg-run-revenue(ws-insert-pos)
               move zero to mg-run-cost(ws-insert-pos)
               move zero to mg-period-qty(ws-insert-pos)
               move zero to mg-period-revenue(ws-insert-pos)
               move zero to mg-period-cost(ws-insert-pos)
               set mg-idx to ws-insert-pos
           end-if.

       300-report-rtn.
           open output margin-report-file
           move spaces to margin-header-rec
           move 'CH2 GROSS MARGIN REPORT' to margin-header-title
           move 'RUN ' to margin-header-run-label
           move ws-run-number to margin-header-run
           write margin-header-rec
           move 'R' to ws-section
           move spaces to margin-header-rec
           write margin-header-rec
           move 'THIS RUN' to margin-header-title
           write margin-header-rec
           perform 310-section-rtn
           move 'P' to ws-section
           move spaces to margin-header-rec
           write margin-header-rec
           move 'PERIOD TO DATE' to margin-header-title
           write margin-header-rec
           perform 310-section-rtn
           move spaces to margin-header-rec
           write margin-header-rec
           move spaces to margin-note-rec
           move 'AUDIT RECORDS READ' to margin-note-label
           move ws-audit-read-count to margin-note-count
           write margin-note-rec
           move 'AUDIT RECORDS THIS RUN' to margin-note-label
           move ws-run-read-count to margin-note-count
           write margin-note-rec
           move 'AUDIT RECORDS WITH NO COST ON FILE'
               to margin-note-label
           move ws-no-cost-count to margin-note-count
           write margin-note-rec
           close margin-report-file.

       310-section-rtn.
           move spaces to margin-column-rec
           move 'STORE' to margin-col-store
           move 'PRODUCT' to margin-col-product
           move 'NAME' to margin-col-name
           move '     QTY' to margin-col-qty
           move '       REVENUE' to margin-col-revenue
           move '          COST' to margin-col-cost
           move '  GROSS MARGIN' to margin-col-margin
           move '   PCT' to margin-col-pct
           write margin-column-rec
           move zero to ws-section-lines
           move zero to ws-store-lines
           move zero to ws-total-qty
           move zero to ws-total-revenue
           move zero to ws-total-cost
           perform 320-product-line-rtn
               varying mg-idx from 1 by 1
               until mg-idx > ws-margin-count
           if ws-store-lines > zero
               perform 330-store-total-rtn
           end-if
           if ws-section-lines = zero
               move spaces to margin-detail-rec
               move 'NO SALES ACTIVITY' to margin-name
               write margin-detail-rec
           else
               move spaces to margin-detail-rec
               move 'COMPANY TOTAL' to margin-name
               move ws-total-qty to ws-line-qty
               move ws-total-revenue to ws-line-revenue
               move ws-total-cost to ws-line-cost
               perform 340-amounts-rtn
               write margin-detail-rec
           end-if.

       320-product-line-rtn.
           if ws-section = 'R'
               and mg-run-lines(mg-idx) = zero
               continue
           else
               if ws-store-lines > zero
                   and mg-store(mg-idx) not = ws-prev-store
                   perform 330-store-total-rtn
               end-if
               if ws-section = 'R'
                   move mg-run-qty(mg-idx) to ws-line-qty
                   move mg-run-revenue(mg-idx) to ws-line-revenue
                   move mg-run-cost(mg-idx) to ws-line-cost
               else
                   move mg-period-qty(mg-idx) to ws-line-qty
                   move mg-period-revenue(mg-idx) to ws-line-revenue
                   move mg-period-cost(mg-idx) to ws-line-cost
               end-if
               move spaces to margin-detail-rec
               move mg-store(mg-idx) to margin-store
               move mg-product(mg-idx) to margin-product
               set pm-idx to 1
               search all pm-entry
                   at end
                       continue
                   when pm-code(pm-idx) = mg-product(mg-idx)
                       move pm-name(pm-idx) to margin-name
               end-search
               perform 340-amounts-rtn
               write margin-detail-rec
               move mg-store(mg-idx) to ws-prev-store
               add 1 to ws-store-lines
               add 1 to ws-section-lines
               add ws-line-qty to ws-store-qty
               add ws-line-revenue to ws-store-revenue
               add ws-line-cost to ws-store-cost
               add ws-line-qty to ws-total-qty
               add ws-line-revenue to ws-total-revenue
               add ws-line-cost to ws-total-cost
           end-if.

       330-store-total-rtn.
           move spaces to margin-detail-rec
           move ws-prev-store to margin-store
           move 'STORE TOTAL' to margin-name
           move ws-store-qty to ws-line-qty
           move ws-store-revenue to ws-line-revenue
           move ws-store-cost to ws-line-cost
           perform 340-amounts-rtn
           write margin-detail-rec
           move zero to ws-store-lines
           move zero to ws-store-qty
           move zero to ws-store-revenue
           move zero to ws-store-cost.

      ******************************************************
      * Margin is revenue less cost of goods sold; the
      * percent is of revenue and is left blank when there
      * is no revenue to take it of.
      ******************************************************
       340-amounts-rtn.
           compute ws-line-margin = ws-line-revenue - ws-line-cost
           move ws-line-qty to margin-qty
           move ws-line-revenue to margin-revenue
           move ws-line-cost to margin-cost
           move ws-line-margin to margin-amount
           if ws-line-revenue not = zero
               compute ws-margin-pct rounded
                   = ws-line-margin * 100 / ws-line-revenue
                   on size error
                       if (ws-line-margin < zero
                               and ws-line-revenue > zero)
                           or (ws-line-margin > zero
                               and ws-line-revenue < zero)
                           move -9999.9 to ws-margin-pct
                       else
                           move 9999.9 to ws-margin-pct
                       end-if
               end-compute
               move ws-margin-pct to margin-pct
           end-if.

       990-table-full-rtn.
           display 'CSmithCh2pgm22: ' ws-full-table-name
               ' table is full at ' ws-table-max-entries
               ' entries - run stopped before anything was lost'
           move 16 to return-code
           stop run.

       end program Problem22.
