       identification division.
       program-id. Problem28 as "CSmithCh2pgm28".
       author. Chris Smith

      ********************************************
      * Chapter 2 Program 28
      * Cross-file integrity audit, run weekly and on demand
      * ahead of the period close. Reads the product master,
      * inventory master, product sales index, price history,
      * vendor master, purchase order master, backorder file,
      * customer master, and receivables ledger and checks
      * that they agree: every product code on the other
      * files is on the product master, every master product
      * has an inventory and a vendor record, no open
      * purchase order or backorder is held for a deleted
      * product, every receivables item belongs to a customer
      * on file, and every customer's balance equals the sum
      * of the items still open on the ledger. The exception
      * report lists what it finds check by check, each line
      * graded ERROR (the files disagree in a way that will
      * mispost or mislead) or WARNING (history left behind
      * by a deleted product, or a record that is merely
      * missing), with counts per check and in total. Nothing
      * is changed. Any ERROR ends the run with return code 8
      * so the step can gate the period close.
      ********************************************

       environment division.
       input-output section.
       file-control.
           select product-master-file
               assign to dynamic ws-prodmast-file-path
               organization is line sequential
               file status is ws-prodmast-file-status.
           select optional inventory-master-file
               assign to dynamic ws-inventory-file-path
               organization is line sequential
               file status is ws-inventory-file-status.
           select optional sales-index-file
               assign to dynamic ws-sales-index-file-path
               organization is line sequential
               file status is ws-sales-index-status.
           select optional price-history-file
               assign to dynamic ws-price-history-file-path
               organization is line sequential
               file status is ws-price-history-status.
           select optional vendor-master-file
               assign to dynamic ws-vendmast-file-path
               organization is line sequential
               file status is ws-vendmast-file-status.
           select optional po-master-file
               assign to dynamic ws-pomast-file-path
               organization is line sequential
               file status is ws-pomast-file-status.
           select optional backorder-file
               assign to dynamic ws-backorder-file-path
               organization is line sequential
               file status is ws-backorder-file-status.
           select optional customer-master-file
               assign to dynamic ws-custmast-file-path
               organization is line sequential
               file status is ws-custmast-file-status.
           select optional ar-ledger-file
               assign to dynamic ws-ar-ledger-file-path
               organization is line sequential
               file status is ws-ar-ledger-status.
           select integrity-report-file
               assign to dynamic ws-integrity-report-file-path
               organization is line sequential.

       data division.
       file section.
       FD product-master-file.
       COPY PRODMAST.

       FD inventory-master-file.
       COPY INVMAST.

       FD sales-index-file.
       COPY SLSINDEX.

       FD price-history-file.
       COPY PRICEHIST.

       FD vendor-master-file.
       COPY VENDMAST.

       FD po-master-file.
       COPY POMAST.

       FD backorder-file.
       COPY BACKORD.

       FD customer-master-file.
       COPY CUSTMAST.

       FD ar-ledger-file.
       COPY ARLEDGER.

       FD integrity-report-file.
       01 int-title-rec.
         05 filler Pic x(10).
         05 int-title Pic x(36).
         05 int-title-date-label Pic x(6).
         05 int-title-date Pic 9(8).
       01 int-section-rec.
         05 int-section-title Pic x(60).
       01 int-column-rec.
         05 int-col-severity Pic x(9).
         05 int-col-file Pic x(14).
         05 int-col-key Pic x(28).
         05 int-col-message Pic x(40).
       01 int-detail-rec.
         05 int-severity Pic x(7).
         05 filler Pic x(2).
         05 int-file Pic x(12).
         05 filler Pic x(2).
         05 int-key Pic x(26).
         05 filler Pic x(2).
         05 int-message Pic x(40).
       01 int-balance-rec.
         05 int-bal-severity Pic x(7).
         05 filler Pic x(2).
         05 int-bal-file Pic x(12).
         05 filler Pic x(2).
         05 int-bal-customer Pic x(6).
         05 filler Pic x(2).
         05 int-bal-name Pic x(20).
         05 filler Pic x(2).
         05 int-bal-balance Pic z,zzz,zz9.99-.
         05 filler Pic x(2).
         05 int-bal-items Pic z,zzz,zz9.99-.
         05 filler Pic x(2).
         05 int-bal-difference Pic z,zzz,zz9.99-.
       01 int-bal-column-rec.
         05 filler Pic x(23).
         05 int-bcol-customer Pic x(30).
         05 int-bcol-balance Pic x(15).
         05 int-bcol-items Pic x(15).
         05 int-bcol-difference Pic x(13).
       01 int-count-rec.
         05 filler Pic x(2).
         05 int-count-label Pic x(24).
         05 int-count-errors Pic zzz,zz9.
         05 int-count-errors-text Pic x(10).
         05 int-count-warnings Pic zzz,zz9.
         05 int-count-warnings-text Pic x(10).
       01 int-summary-head-rec.
         05 int-shead-check Pic x(9).
         05 int-shead-title Pic x(50).
         05 int-shead-errors Pic x(8).
         05 int-shead-warnings Pic x(8).
       01 int-summary-rec.
         05 int-sum-check Pic x(9).
         05 int-sum-title Pic x(50).
         05 int-sum-errors Pic zzz,zz9.
         05 filler Pic x(2).
         05 int-sum-warnings Pic zzz,zz9.
       01 int-total-rec.
         05 int-total-label Pic x(36).
         05 int-total-count Pic zzz,zz9.

       working-storage section.
       01 ws-pm-eof Pic x(3) value 'NO'.
       01 ws-inv-eof Pic x(3) value 'NO'.
       01 ws-idx-eof Pic x(3) value 'NO'.
       01 ws-ph-eof Pic x(3) value 'NO'.
       01 ws-vend-eof Pic x(3) value 'NO'.
       01 ws-po-eof Pic x(3) value 'NO'.
       01 ws-bo-eof Pic x(3) value 'NO'.
       01 ws-cust-eof Pic x(3) value 'NO'.
       01 ws-ar-eof Pic x(3) value 'NO'.
       01 ws-prodmast-file-status Pic x(2) value '00'.
       01 ws-inventory-file-status Pic x(2) value '00'.
       01 ws-sales-index-status Pic x(2) value '00'.
       01 ws-price-history-status Pic x(2) value '00'.
       01 ws-vendmast-file-status Pic x(2) value '00'.
       01 ws-pomast-file-status Pic x(2) value '00'.
       01 ws-backorder-file-status Pic x(2) value '00'.
       01 ws-custmast-file-status Pic x(2) value '00'.
       01 ws-ar-ledger-status Pic x(2) value '00'.
       01 ws-inventory-present Pic x(3) value 'NO'.
       01 ws-vendmast-present Pic x(3) value 'NO'.
       01 ws-run-date Pic 9(8) value zero.
       01 ws-product-count Pic 9(5) value zero.
       01 ws-customer-count Pic 9(5) value zero.
       01 ws-table-max-entries Pic 9(5) value 10000.
       01 ws-full-table-name Pic x(20) value spaces.
       01 ws-insert-pos Pic 9(5) value zero.
       01 ws-shift-sub Pic 9(5) value zero.
       01 ws-insert-done Pic x(3) value 'NO'.
       01 ws-product-found Pic x(3) value 'NO'.
       01 ws-customer-found Pic x(3) value 'NO'.
       01 ws-find-code Pic x(6) value spaces.
       01 ws-find-customer Pic x(6) value spaces.
       01 ws-check-number Pic 9 value zero.
       01 ws-check-sub Pic 9 value zero.
       01 ws-item-open Pic S9(7)V99 value zero.
       01 ws-item-tax Pic S9(5)V99 value zero.
       01 ws-difference Pic S9(7)V99 value zero.
       01 ws-store-text Pic 9(3) value zero.
       01 ws-total-errors Pic 9(6) value zero.
       01 ws-total-warnings Pic 9(6) value zero.
       01 ws-records-read Pic 9(7) value zero.
       01 check-table.
         05 chk-entry occurs 6 times.
           10 chk-title Pic x(50).
           10 chk-errors Pic 9(6).
           10 chk-warnings Pic 9(6).
       01 product-table.
         05 pm-entry occurs 1 to 10000 times
             depending on ws-product-count
             ascending key is pm-code
             indexed by pm-idx.
           10 pm-code Pic x(6).
           10 pm-name Pic x(20).
           10 pm-inventory-seen Pic x.
           10 pm-vendor-seen Pic x.
       01 customer-table.
         05 cm-entry occurs 1 to 10000 times
             depending on ws-customer-count
             ascending key is cm-number
             indexed by cm-idx.
           10 cm-number Pic x(6).
           10 cm-name Pic x(20).
           10 cm-balance Pic S9(7)V99.
           10 cm-open-items Pic S9(7)V99.
       01 ws-prodmast-file-path Pic x(100)
           value 'C:\Data Files\Ch2_PRODMAST.dat'.
       01 ws-inventory-file-path Pic x(100)
           value 'C:\Data Files\Ch2_INVMAST.dat'.
       01 ws-sales-index-file-path Pic x(100)
           value 'C:\Data Files\Ch2_SALES_INDEX.dat'.
       01 ws-price-history-file-path Pic x(100)
           value 'C:\Data Files\Ch2_PRICEHIST.dat'.
       01 ws-vendmast-file-path Pic x(100)
           value 'C:\Data Files\Ch2_VENDMAST.dat'.
       01 ws-pomast-file-path Pic x(100)
           value 'C:\Data Files\Ch2_POMAST.dat'.
       01 ws-backorder-file-path Pic x(100)
           value 'C:\Data Files\Ch2_BACKORDER.dat'.
       01 ws-custmast-file-path Pic x(100)
           value 'C:\Data Files\Ch2_CUSTMAST.dat'.
       01 ws-ar-ledger-file-path Pic x(100)
           value 'C:\Data Files\Ch2_AR_LEDGER.dat'.
       01 ws-integrity-report-file-path Pic x(100)
           value 'C:\Data Files\Ch2_INTEGRITY.rpt'.
       01 ws-env-value Pic x(100) value spaces.

       procedure division.
       100-main-module.
           perform 010-init-file-paths-rtn
           accept ws-run-date from date yyyymmdd
           perform 020-init-checks-rtn
           open output integrity-report-file
           perform 050-report-headings-rtn
           move 1 to ws-check-number
           perform 060-check-heading-rtn
           perform 100-load-product-master-rtn
           perform 070-check-footing-rtn
           move 2 to ws-check-number
           perform 060-check-heading-rtn
           perform 200-inventory-codes-rtn
           perform 210-sales-index-codes-rtn
           perform 220-price-history-codes-rtn
           perform 230-vendor-codes-rtn
           perform 240-closed-po-codes-rtn
           perform 250-ar-ledger-codes-rtn
           perform 070-check-footing-rtn
           move 3 to ws-check-number
           perform 060-check-heading-rtn
           perform 300-missing-records-rtn
               varying pm-idx from 1 by 1
               until pm-idx > ws-product-count
           perform 070-check-footing-rtn
           move 4 to ws-check-number
           perform 060-check-heading-rtn
           perform 400-open-po-rtn
           perform 410-backorder-rtn
           perform 070-check-footing-rtn
           move 5 to ws-check-number
           perform 060-check-heading-rtn
           perform 500-load-customers-rtn
           perform 510-ar-customers-rtn
           perform 070-check-footing-rtn
           move 6 to ws-check-number
           perform 060-check-heading-rtn
           move spaces to int-bal-column-rec
           move 'CUSTOMER' to int-bcol-customer
           move '      BALANCE' to int-bcol-balance
           move '   OPEN ITEMS' to int-bcol-items
           move '   DIFFERENCE' to int-bcol-difference
           write int-bal-column-rec
           perform 600-customer-balance-rtn
               varying cm-idx from 1 by 1
               until cm-idx > ws-customer-count
           perform 070-check-footing-rtn
           perform 900-summary-rtn
           close integrity-report-file
           display 'CSmithCh2pgm28 records read:  ' ws-records-read
           display 'CSmithCh2pgm28 hard errors:   ' ws-total-errors
           display 'CSmithCh2pgm28 warnings:      ' ws-total-warnings
           if ws-total-errors > zero
               display 'CSmithCh2pgm28: integrity errors found - '
                   'see the exception report'
               move 8 to return-code
           end-if
           stop run.

       010-init-file-paths-rtn.
           accept ws-env-value from environment 'CH2PRODMS'
           if ws-env-value not = spaces
               move ws-env-value to ws-prodmast-file-path
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment 'CH2INVMST'
           if ws-env-value not = spaces
               move ws-env-value to ws-inventory-file-path
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment 'CH2SLSIDX'
           if ws-env-value not = spaces
               move ws-env-value to ws-sales-index-file-path
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment 'CH2PRHIST'
           if ws-env-value not = spaces
               move ws-env-value to ws-price-history-file-path
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment 'CH2VENDMS'
           if ws-env-value not = spaces
               move ws-env-value to ws-vendmast-file-path
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment 'CH2POMAST'
           if ws-env-value not = spaces
               move ws-env-value to ws-pomast-file-path
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment 'CH2BACKORD'
           if ws-env-value not = spaces
               move ws-env-value to ws-backorder-file-path
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment 'CH2CUSTMS'
           if ws-env-value not = spaces
               move ws-env-value to ws-custmast-file-path
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment 'CH2ARLDG'
           if ws-env-value not = spaces
               move ws-env-value to ws-ar-ledger-file-path
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment 'CH2INTRPT'
           if ws-env-value not = spaces
               move ws-env-value to ws-integrity-report-file-path
           end-if.

       020-init-checks-rtn.
           move 'PRODUCT MASTER CODES' to chk-title(1)
           move 'PRODUCT CODES NOT ON THE PRODUCT MASTER'
               to chk-title(2)
           move 'MASTER PRODUCTS MISSING INVENTORY OR VENDOR'
               to chk-title(3)
           move 'OPEN POS AND BACKORDERS FOR DELETED PRODUCTS'
               to chk-title(4)
           move 'AR ITEMS FOR UNKNOWN CUSTOMERS' to chk-title(5)
           move 'CUSTOMER BALANCE VS OPEN AR ITEMS' to chk-title(6)
           perform varying ws-check-sub from 1 by 1
                   until ws-check-sub > 6
               move zero to chk-errors(ws-check-sub)
               move zero to chk-warnings(ws-check-sub)
           end-perform.

       050-report-headings-rtn.
           move spaces to int-title-rec
           move 'CH2 FILE INTEGRITY AUDIT' to int-title
           move 'DATE ' to int-title-date-label
           move ws-run-date to int-title-date
           write int-title-rec
           move spaces to int-section-rec
           write int-section-rec
           move spaces to int-column-rec
           move 'SEVERITY' to int-col-severity
           move 'FILE' to int-col-file
           move 'RECORD' to int-col-key
           move 'EXCEPTION' to int-col-message
           write int-column-rec.

       060-check-heading-rtn.
           move spaces to int-section-rec
           write int-section-rec
           move spaces to int-section-rec
           string 'CHECK ' delimited by size
               ws-check-number delimited by size
               ' - ' delimited by size
               chk-title(ws-check-number) delimited by '  '
               into int-section-title
           write int-section-rec.

       070-check-footing-rtn.
           if chk-errors(ws-check-number) = zero
               and chk-warnings(ws-check-number) = zero
               move spaces to int-section-rec
               move '  NONE' to int-section-title
               write int-section-rec
           end-if
           move spaces to int-count-rec
           move 'EXCEPTIONS THIS CHECK:' to int-count-label
           move chk-errors(ws-check-number) to int-count-errors
           move ' ERRORS' to int-count-errors-text
           move chk-warnings(ws-check-number) to int-count-warnings
           move ' WARNINGS' to int-count-warnings-text
           write int-count-rec.

      ******************************************************
      * Every exception line goes out through these two so
      * the counts always agree with what was printed.
      * int-file, int-key, and int-message are filled in
      * by the caller.
      ******************************************************
       080-write-error-rtn.
           move 'ERROR' to int-severity
           write int-detail-rec
           add 1 to chk-errors(ws-check-number)
           add 1 to ws-total-errors.

       085-write-warning-rtn.
           move 'WARNING' to int-severity
           write int-detail-rec
           add 1 to chk-warnings(ws-check-number)
           add 1 to ws-total-warnings.

       090-file-missing-rtn.
           move 'FILE NOT FOUND - NOT CHECKED' to int-message
           perform 085-write-warning-rtn.

      ******************************************************
      * Without the product master nothing can be checked,
      * so a missing master is itself a hard error. A code
      * on the master twice (or blank) is reported and only
      * the first copy is kept.
      ******************************************************
       100-load-product-master-rtn.
           open input product-master-file
           if ws-prodmast-file-status not = '00'
               move spaces to int-detail-rec
               move 'PRODMAST' to int-file
               move 'FILE NOT FOUND - NO CHECKS RUN' to int-message
               perform 080-write-error-rtn
               perform 070-check-footing-rtn
               close integrity-report-file
               display
               'CSmithCh2pgm28: product master file not found, '
                   'status=' ws-prodmast-file-status
               move 8 to return-code
               stop run
           end-if
           perform until ws-pm-eof = 'YES'
               read product-master-file
                   at end
                       move 'YES' to ws-pm-eof
                   not at end
                       add 1 to ws-records-read
                       perform 110-product-to-table-rtn
               end-read
           end-perform
           close product-master-file.

       110-product-to-table-rtn.
           move spaces to int-detail-rec
           move 'PRODMAST' to int-file
           move product-code to int-key
           if product-code = spaces
               move product-name to int-key
               move 'BLANK PRODUCT CODE' to int-message
               perform 080-write-error-rtn
           else
               move product-code to ws-find-code
               perform 150-find-product-rtn
               if ws-product-found = 'YES'
                   move 'DUPLICATE PRODUCT CODE' to int-message
                   perform 080-write-error-rtn
               else
                   if ws-product-count >= ws-table-max-entries
                       move 'PRODUCT MASTER' to ws-full-table-name
                       perform 990-table-full-rtn
                   end-if
                   perform 120-insert-product-rtn
               end-if
           end-if.

       120-insert-product-rtn.
           add 1 to ws-product-count
           move ws-product-count to ws-insert-pos
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
           move 'N' to pm-inventory-seen(ws-insert-pos)
           move 'N' to pm-vendor-seen(ws-insert-pos).

       150-find-product-rtn.
           move 'NO' to ws-product-found
           if ws-product-count > zero
               set pm-idx to 1
               search all pm-entry
                   at end
                       continue
                   when pm-code(pm-idx) = ws-find-code
                       move 'YES' to ws-product-found
               end-search
           end-if.

      ******************************************************
      * Product codes on the other files. A product can only
      * be deleted once it has no sales on the index, so an
      * index entry or an inventory record for a product not
      * on the master is an error. Price history, closed
      * purchase orders, and receivables items are history
      * a deleted product leaves behind, and a vendor record
      * for one is never used, so those are warnings - except
      * a price still scheduled to take effect, which would
      * be applied to a product that is gone. Open purchase
      * orders are left to check 4.
      ******************************************************
       200-inventory-codes-rtn.
           open input inventory-master-file
           if ws-inventory-file-status not = '00'
               move spaces to int-detail-rec
               move 'INVMAST' to int-file
               perform 090-file-missing-rtn
           else
               move 'YES' to ws-inventory-present
               perform until ws-inv-eof = 'YES'
                   read inventory-master-file
                       at end
                           move 'YES' to ws-inv-eof
                       not at end
                           add 1 to ws-records-read
                           move inv-product-code to ws-find-code
                           perform 150-find-product-rtn
                           if ws-product-found = 'YES'
                               move 'Y' to pm-inventory-seen(pm-idx)
                           else
                               perform 205-inventory-error-rtn
                           end-if
                   end-read
               end-perform
           end-if
           close inventory-master-file.

       205-inventory-error-rtn.
           move spaces to int-detail-rec
           move 'INVMAST' to int-file
           if inv-store-number is numeric
               move inv-store-number to ws-store-text
           else
               move zero to ws-store-text
           end-if
           string inv-product-code delimited by size
               ' STORE ' delimited by size
               ws-store-text delimited by size
               into int-key
           move 'INVENTORY FOR PRODUCT NOT ON MASTER' to int-message
           perform 080-write-error-rtn.

       210-sales-index-codes-rtn.
           open input sales-index-file
           if ws-sales-index-status not = '00'
               move spaces to int-detail-rec
               move 'SALES_INDEX' to int-file
               perform 090-file-missing-rtn
           else
               perform until ws-idx-eof = 'YES'
                   read sales-index-file
                       at end
                           move 'YES' to ws-idx-eof
                       not at end
                           add 1 to ws-records-read
                           move idx-product-code to ws-find-code
                           perform 150-find-product-rtn
                           if ws-product-found = 'NO'
                               move spaces to int-detail-rec
                               move 'SALES_INDEX' to int-file
                               move idx-product-code to int-key
                               move 'SALES FOR PRODUCT NOT ON MASTER'
                                   to int-message
                               perform 080-write-error-rtn
                           end-if
                   end-read
               end-perform
           end-if
           close sales-index-file.

       220-price-history-codes-rtn.
           open input price-history-file
           if ws-price-history-status not = '00'
               move spaces to int-detail-rec
               move 'PRICEHIST' to int-file
               perform 090-file-missing-rtn
           else
               perform until ws-ph-eof = 'YES'
                   read price-history-file
                       at end
                           move 'YES' to ws-ph-eof
                       not at end
                           add 1 to ws-records-read
                           move ph-product-code to ws-find-code
                           perform 150-find-product-rtn
                           if ws-product-found = 'NO'
                               perform 225-price-history-line-rtn
                           end-if
                   end-read
               end-perform
           end-if
           close price-history-file.

       225-price-history-line-rtn.
           move spaces to int-detail-rec
           move 'PRICEHIST' to int-file
           string ph-product-code delimited by size
               ' EFF ' delimited by size
               ph-effective-date delimited by size
               into int-key
           if ph-effective-date > ws-run-date
               move 'SCHEDULED PRICE - PRODUCT NOT ON MASTER'
                   to int-message
               perform 080-write-error-rtn
           else
               move 'PRICE HISTORY - PRODUCT NOT ON MASTER'
                   to int-message
               perform 085-write-warning-rtn
           end-if.

       230-vendor-codes-rtn.
           open input vendor-master-file
           if ws-vendmast-file-status not = '00'
               move spaces to int-detail-rec
               move 'VENDMAST' to int-file
               perform 090-file-missing-rtn
           else
               move 'YES' to ws-vendmast-present
               perform until ws-vend-eof = 'YES'
                   read vendor-master-file
                       at end
                           move 'YES' to ws-vend-eof
                       not at end
                           add 1 to ws-records-read
                           move vend-product-code to ws-find-code
                           perform 150-find-product-rtn
                           if ws-product-found = 'YES'
                               move 'Y' to pm-vendor-seen(pm-idx)
                           else
                               move spaces to int-detail-rec
                               move 'VENDMAST' to int-file
                               string vend-product-code
                                       delimited by size
                                   ' VENDOR ' delimited by size
                                   vend-vendor-number
                                       delimited by size
                                   into int-key
                               move 'VENDOR FOR PRODUCT NOT ON MASTER'
                                   to int-message
                               perform 085-write-warning-rtn
                           end-if
                   end-read
               end-perform
           end-if
           close vendor-master-file.

       240-closed-po-codes-rtn.
           open input po-master-file
           if ws-pomast-file-status not = '00'
               move spaces to int-detail-rec
               move 'POMAST' to int-file
               perform 090-file-missing-rtn
           else
               perform until ws-po-eof = 'YES'
                   read po-master-file
                       at end
                           move 'YES' to ws-po-eof
                       not at end
                           add 1 to ws-records-read
                           if po-status not = 'O'
                               move po-product-code to ws-find-code
                               perform 150-find-product-rtn
                               if ws-product-found = 'NO'
                                   perform 245-closed-po-line-rtn
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
           close po-master-file.

       245-closed-po-line-rtn.
           move spaces to int-detail-rec
           move 'POMAST' to int-file
           string 'PO ' delimited by size
               po-number delimited by size
               ' ' delimited by size
               po-product-code delimited by size
               into int-key
           move 'CLOSED PO - PRODUCT NOT ON MASTER' to int-message
           perform 085-write-warning-rtn.

       250-ar-ledger-codes-rtn.
           open input ar-ledger-file
           if ws-ar-ledger-status not = '00'
               move spaces to int-detail-rec
               move 'AR_LEDGER' to int-file
               perform 090-file-missing-rtn
           else
               perform until ws-ar-eof = 'YES'
                   read ar-ledger-file
                       at end
                           move 'YES' to ws-ar-eof
                       not at end
                           add 1 to ws-records-read
                           if ar-product-code not = spaces
                               move ar-product-code to ws-find-code
                               perform 150-find-product-rtn
                               if ws-product-found = 'NO'
                                   perform 255-ar-product-line-rtn
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
           close ar-ledger-file.

       255-ar-product-line-rtn.
           move spaces to int-detail-rec
           move 'AR_LEDGER' to int-file
           string ar-customer-number delimited by size
               ' RUN ' delimited by size
               ar-run-number delimited by size
               ' ' delimited by size
               ar-product-code delimited by size
               into int-key
           move 'AR ITEM - PRODUCT NOT ON MASTER' to int-message
           perform 085-write-warning-rtn.

      ******************************************************
      * A product with no inventory record anywhere has
      * nothing to sell - every sale of it backorders - so
      * that is an error. With no vendor record it can still
      * be sold but never reordered, which the PO register
      * already flags, so that is a warning. A file that was
      * not there was reported under check 2 and is not
      * held against every product here.
      ******************************************************
       300-missing-records-rtn.
           if ws-inventory-present = 'YES'
               and pm-inventory-seen(pm-idx) = 'N'
               move spaces to int-detail-rec
               move 'INVMAST' to int-file
               move pm-code(pm-idx) to int-key
               move 'NO INVENTORY RECORD AT ANY STORE'
                   to int-message
               perform 080-write-error-rtn
           end-if
           if ws-vendmast-present = 'YES'
               and pm-vendor-seen(pm-idx) = 'N'
               move spaces to int-detail-rec
               move 'VENDMAST' to int-file
               move pm-code(pm-idx) to int-key
               move 'NO VENDOR MASTER RECORD' to int-message
               perform 085-write-warning-rtn
           end-if.

      ******************************************************
      * An open order or a held backorder for a product no
      * longer on the master will be received or released
      * against a product the sales run cannot price.
      ******************************************************
       400-open-po-rtn.
           move 'NO' to ws-po-eof
           open input po-master-file
           if ws-pomast-file-status = '00'
               perform until ws-po-eof = 'YES'
                   read po-master-file
                       at end
                           move 'YES' to ws-po-eof
                       not at end
                           if po-status = 'O'
                               move po-product-code to ws-find-code
                               perform 150-find-product-rtn
                               if ws-product-found = 'NO'
                                   perform 405-open-po-line-rtn
                               end-if
                           end-if
                   end-read
               end-perform
           end-if
           close po-master-file.

       405-open-po-line-rtn.
           move spaces to int-detail-rec
           move 'POMAST' to int-file
           string 'PO ' delimited by size
               po-number delimited by size
               ' ' delimited by size
               po-product-code delimited by size
               into int-key
           move 'OPEN PO - PRODUCT NOT ON MASTER' to int-message
           perform 080-write-error-rtn.

       410-backorder-rtn.
           open input backorder-file
           if ws-backorder-file-status not = '00'
               move spaces to int-detail-rec
               move 'BACKORDER' to int-file
               perform 090-file-missing-rtn
           else
               perform until ws-bo-eof = 'YES'
                   read backorder-file
                       at end
                           move 'YES' to ws-bo-eof
                       not at end
                           add 1 to ws-records-read
                           move bo-product-code to ws-find-code
                           perform 150-find-product-rtn
                           if ws-product-found = 'NO'
                               perform 415-backorder-line-rtn
                           end-if
                   end-read
               end-perform
           end-if
           close backorder-file.

       415-backorder-line-rtn.
           move spaces to int-detail-rec
           move 'BACKORDER' to int-file
           string bo-product-code delimited by size
               ' STORE ' delimited by size
               bo-store-number delimited by size
               ' ' delimited by size
               bo-trans-date delimited by size
               into int-key
           move 'BACKORDER - PRODUCT NOT ON MASTER' to int-message
           perform 080-write-error-rtn.

       500-load-customers-rtn.
           open input customer-master-file
           if ws-custmast-file-status not = '00'
               move spaces to int-detail-rec
               move 'CUSTMAST' to int-file
               perform 090-file-missing-rtn
           else
               perform until ws-cust-eof = 'YES'
                   read customer-master-file
                       at end
                           move 'YES' to ws-cust-eof
                       not at end
                           add 1 to ws-records-read
                           move customer-number to ws-find-customer
                           perform 550-find-customer-rtn
                           if ws-customer-found = 'YES'
                               move spaces to int-detail-rec
                               move 'CUSTMAST' to int-file
                               move customer-number to int-key
                               move 'DUPLICATE CUSTOMER NUMBER'
                                   to int-message
                               perform 080-write-error-rtn
                           else
                               if ws-customer-count
                                       >= ws-table-max-entries
                                   move 'CUSTOMER MASTER'
                                       to ws-full-table-name
                                   perform 990-table-full-rtn
                               end-if
                               perform 505-insert-customer-rtn
                           end-if
                   end-read
               end-perform
           end-if
           close customer-master-file.

       505-insert-customer-rtn.
           add 1 to ws-customer-count
           move ws-customer-count to ws-insert-pos
           move 'NO' to ws-insert-done
           perform until ws-insert-done = 'YES'
               if ws-insert-pos = 1
                   move 'YES' to ws-insert-done
               else
                   compute ws-shift-sub = ws-insert-pos - 1
                   if cm-number(ws-shift-sub) <= customer-number
                       move 'YES' to ws-insert-done
                   else
                       move cm-entry(ws-shift-sub)
                           to cm-entry(ws-insert-pos)
                       move ws-shift-sub to ws-insert-pos
                   end-if
               end-if
           end-perform
           move customer-number to cm-number(ws-insert-pos)
           move customer-name to cm-name(ws-insert-pos)
           if customer-balance is numeric
               move customer-balance to cm-balance(ws-insert-pos)
           else
               move zero to cm-balance(ws-insert-pos)
           end-if
           move zero to cm-open-items(ws-insert-pos).

      ******************************************************
      * What a ledger item still owes is figured the way the
      * statement print does it: nothing once paid, the
      * open amount otherwise, and the full amount plus tax
      * on an item from before the open-item fields existed.
      ******************************************************
       510-ar-customers-rtn.
           move 'NO' to ws-ar-eof
           open input ar-ledger-file
           if ws-ar-ledger-status = '00'
               perform until ws-ar-eof = 'YES'
                   read ar-ledger-file
                       at end
                           move 'YES' to ws-ar-eof
                       not at end
                           perform 520-ar-item-open-rtn
                           move ar-customer-number
                               to ws-find-customer
                           perform 550-find-customer-rtn
                           if ws-customer-found = 'YES'
                               add ws-item-open
                                   to cm-open-items(cm-idx)
                           else
                               perform 530-ar-customer-line-rtn
                           end-if
                   end-read
               end-perform
           end-if
           close ar-ledger-file.

       520-ar-item-open-rtn.
           if ar-tax-amount is numeric
               move ar-tax-amount to ws-item-tax
           else
               move zero to ws-item-tax
           end-if
           evaluate true
               when ar-status = 'P'
                   move zero to ws-item-open
               when ar-status = space
                   compute ws-item-open = ar-amount + ws-item-tax
               when other
                   move ar-open-amount to ws-item-open
           end-evaluate.

       530-ar-customer-line-rtn.
           move spaces to int-detail-rec
           move 'AR_LEDGER' to int-file
           string ar-customer-number delimited by size
               ' RUN ' delimited by size
               ar-run-number delimited by size
               ' ' delimited by size
               ar-product-code delimited by size
               into int-key
           move 'AR ITEM FOR CUSTOMER NOT ON FILE' to int-message
           perform 080-write-error-rtn.

       550-find-customer-rtn.
           move 'NO' to ws-customer-found
           if ws-customer-count > zero
               set cm-idx to 1
               search all cm-entry
                   at end
                       continue
                   when cm-number(cm-idx) = ws-find-customer
                       move 'YES' to ws-customer-found
               end-search
           end-if.

       600-customer-balance-rtn.
           if cm-balance(cm-idx) not = cm-open-items(cm-idx)
               compute ws-difference
                   = cm-balance(cm-idx) - cm-open-items(cm-idx)
               move spaces to int-balance-rec
               move 'ERROR' to int-bal-severity
               move 'CUSTMAST' to int-bal-file
               move cm-number(cm-idx) to int-bal-customer
               move cm-name(cm-idx) to int-bal-name
               move cm-balance(cm-idx) to int-bal-balance
               move cm-open-items(cm-idx) to int-bal-items
               move ws-difference to int-bal-difference
               write int-balance-rec
               add 1 to chk-errors(ws-check-number)
               add 1 to ws-total-errors
           end-if.

       900-summary-rtn.
           move spaces to int-section-rec
           write int-section-rec
           move 'SUMMARY BY CHECK' to int-section-title
           write int-section-rec
           move spaces to int-summary-head-rec
           move 'CHECK' to int-shead-check
           move 'DESCRIPTION' to int-shead-title
           move ' ERRORS' to int-shead-errors
           move 'WARNINGS' to int-shead-warnings
           write int-summary-head-rec
           perform varying ws-check-sub from 1 by 1
                   until ws-check-sub > 6
               move spaces to int-summary-rec
               move ws-check-sub to int-sum-check
               move chk-title(ws-check-sub) to int-sum-title
               move chk-errors(ws-check-sub) to int-sum-errors
               move chk-warnings(ws-check-sub) to int-sum-warnings
               write int-summary-rec
           end-perform
           move spaces to int-section-rec
           write int-section-rec
           move spaces to int-total-rec
           move 'RECORDS READ:' to int-total-label
           move ws-records-read to int-total-count
           write int-total-rec
           move spaces to int-total-rec
           move 'HARD ERRORS:' to int-total-label
           move ws-total-errors to int-total-count
           write int-total-rec
           move spaces to int-total-rec
           move 'WARNINGS:' to int-total-label
           move ws-total-warnings to int-total-count
           write int-total-rec.

       990-table-full-rtn.
           display 'CSmithCh2pgm28: ' ws-full-table-name
               ' table is full at ' ws-table-max-entries
               ' entries - audit stopped'
           move 16 to return-code
           stop run.

       end program Problem28.
