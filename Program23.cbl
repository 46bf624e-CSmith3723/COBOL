       identification division.
       program-id. Problem23 as "CSmithCh2pgm23".
       author. Chris Smith

      ********************************************
      * Chapter 2 Program 23
      * Vendor invoice three-way match. Reads the invoice
      * lines accounts payable keyed (vendor, invoice number,
      * purchase order, quantity and unit cost billed,
      * invoice date) and matches each one to its purchase
      * order and to what was actually received against it:
      * the ordered and received quantities off the PO
      * master, and the cost the receipts were valued at off
      * the PO receipt history the nightly receipt match
      * keeps. A line whose quantity fits inside what was
      * received (and ordered), less whatever earlier
      * vouchers already billed against the order, and whose
      * price is within the price tolerance of the receipt
      * cost is approved as a voucher on the accounts payable
      * extract, due the invoice date plus the vendor's
      * payment terms. Anything else is held on the hold
      * report with the reason: price or quantity variance,
      * an invoice already vouchered, a PO that is unknown,
      * billed to another vendor, or closed and fully billed.
      * The approved vouchers are journaled by store, debit
      * inventory clearing and credit accounts payable, in the
      * same layout as the nightly GL extract and through the
      * same account cross-reference file; a journal that
      * does not balance or a posting with no cross-reference
      * entry ends the step with a nonzero return code so the
      * job step never adds the run's vouchers to the history.
      ********************************************

       environment division.
       input-output section.
       file-control.
           select invoice-file
               assign to dynamic ws-invoice-file-path
               organization is line sequential
               file status is ws-invoice-file-status.
           select po-master-file
               assign to dynamic ws-po-master-file-path
               organization is line sequential
               file status is ws-po-master-status.
           select optional po-receipt-file
               assign to dynamic ws-po-receipt-file-path
               organization is line sequential
               file status is ws-po-receipt-status.
           select vendor-master-file
               assign to dynamic ws-vendor-master-file-path
               organization is line sequential
               file status is ws-vendor-master-status.
           select optional voucher-history-file
               assign to dynamic ws-voucher-history-file-path
               organization is line sequential
               file status is ws-voucher-history-status.
           select account-xref-file
               assign to dynamic ws-acct-xref-file-path
               organization is line sequential
               file status is ws-acct-xref-status.
           select ap-control-file
               assign to dynamic ws-ap-control-file-path
               organization is line sequential
               file status is ws-ap-control-status.
           select voucher-file
               assign to dynamic ws-voucher-file-path
               organization is line sequential.
           select journal-file
               assign to dynamic ws-journal-file-path
               organization is line sequential.
           select hold-file
               assign to dynamic ws-hold-file-path
               organization is line sequential.

       data division.
       file section.
       FD invoice-file.
       COPY VENDINV.

       FD po-master-file.
       COPY POMAST.

       FD po-receipt-file.
       COPY PORCPT.

       FD vendor-master-file.
       COPY VENDMAST.

       FD voucher-history-file.
       01 voucher-history-rec.
         05 vhr-voucher-number Pic 9(6).
         05 filler Pic x(2).
         05 vhr-vendor-number Pic x(4).
         05 filler Pic x(2).
         05 vhr-invoice-number Pic x(10).
         05 filler Pic x(2).
         05 vhr-po-number Pic 9(6).
         05 filler Pic x(2).
         05 vhr-store-number Pic 9(3).
         05 filler Pic x(2).
         05 vhr-product-code Pic x(6).
         05 filler Pic x(2).
         05 vhr-qty Pic 9(5).

       FD account-xref-file.
       01 acct-xref-rec.
         05 xref-trans-type Pic x.
         05 filler Pic x(2).
         05 xref-store-number Pic 9(3).
         05 filler Pic x(2).
         05 xref-debit-account Pic x(8).
         05 filler Pic x(2).
         05 xref-credit-account Pic x(8).

       FD ap-control-file.
       01 ap-control-rec.
         05 ap-control-number Pic 9(6).

       FD voucher-file.
       COPY VOUCHER.

       FD journal-file.
       01 journal-rec.
         05 jrnl-run-number Pic 9(6).
         05 filler Pic x(2).
         05 jrnl-journal-date Pic 9(8).
         05 filler Pic x(2).
         05 jrnl-account Pic x(8).
         05 filler Pic x(2).
         05 jrnl-dr-cr Pic x(2).
         05 filler Pic x(2).
         05 jrnl-amount Pic 9(8)V99.
         05 filler Pic x(2).
         05 jrnl-description Pic x(24).
       01 journal-trailer-rec.
         05 jrnl-trailer-label Pic x(6).
         05 filler Pic x(2).
         05 jrnl-trailer-run-number Pic 9(6).
         05 filler Pic x(2).
         05 jrnl-trailer-line-count Pic 9(6).
         05 filler Pic x(2).
         05 jrnl-trailer-debit-total Pic 9(10)V99.
         05 filler Pic x(2).
         05 jrnl-trailer-credit-total Pic 9(10)V99.
         05 filler Pic x(2).
         05 jrnl-trailer-hash-total Pic 9(12)V99.

       FD hold-file.
       01 hold-title-rec.
         05 filler Pic x(10).
         05 hold-title Pic x(40).
       01 hold-column-rec.
         05 hold-col-vendor Pic x(6).
         05 hold-col-invoice Pic x(12).
         05 hold-col-po Pic x(8).
         05 hold-col-qty Pic x(7).
         05 hold-col-cost Pic x(8).
         05 hold-col-received Pic x(7).
         05 hold-col-billed Pic x(7).
         05 hold-col-rcpt-cost Pic x(8).
         05 hold-col-reason Pic x(20).
       01 hold-detail-rec.
         05 hold-vendor Pic x(4).
         05 filler Pic x(2).
         05 hold-invoice Pic x(10).
         05 filler Pic x(2).
         05 hold-po Pic x(6).
         05 filler Pic x(2).
         05 hold-qty Pic zzzz9.
         05 filler Pic x(2).
         05 hold-cost Pic zz9.99.
         05 filler Pic x(2).
         05 hold-received Pic zzzz9.
         05 filler Pic x(2).
         05 hold-billed Pic zzzz9.
         05 filler Pic x(2).
         05 hold-rcpt-cost Pic zz9.99.
         05 filler Pic x(2).
         05 hold-reason Pic x(20).
       01 hold-total-rec.
         05 hold-total-label Pic x(30).
         05 hold-total-count Pic zzz,zz9.
         05 filler Pic x(3).
         05 hold-total-amount Pic z,zzz,zzz,zz9.99.

       working-storage section.
       01 ws-inv-eof Pic x(3) value 'NO'.
       01 ws-po-eof Pic x(3) value 'NO'.
       01 ws-porc-eof Pic x(3) value 'NO'.
       01 ws-vend-eof Pic x(3) value 'NO'.
       01 ws-vh-eof Pic x(3) value 'NO'.
       01 ws-xref-eof Pic x(3) value 'NO'.
       01 ws-invoice-file-status Pic x(2) value '00'.
       01 ws-po-master-status Pic x(2) value '00'.
       01 ws-po-receipt-status Pic x(2) value '00'.
       01 ws-vendor-master-status Pic x(2) value '00'.
       01 ws-voucher-history-status Pic x(2) value '00'.
       01 ws-acct-xref-status Pic x(2) value '00'.
       01 ws-ap-control-status Pic x(2) value '00'.
       01 ws-invoice-file-opened Pic x(3) value 'NO'.
       01 ws-valid-line Pic x(3) value 'YES'.
       01 ws-hold-reason Pic x(20) value spaces.
       01 ws-po-found Pic x(3) value 'NO'.
       01 ws-duplicate-found Pic x(3) value 'NO'.
       01 ws-find-po-number Pic 9(6) value zero.
       01 ws-po-count Pic 9(5) value zero.
       01 ws-vendor-count Pic 9(5) value zero.
       01 ws-vh-count Pic 9(5) value zero.
       01 ws-lines-read Pic 9(6) value zero.
       01 ws-approved-count Pic 9(6) value zero.
       01 ws-held-count Pic 9(6) value zero.
       01 ws-porc-unmatched Pic 9(6) value zero.
       01 ws-approved-total Pic 9(10)V99 value zero.
       01 ws-held-total Pic 9(10)V99 value zero.
       01 ws-price-tol-pct Pic 9(3) value 002.
       01 ws-qty-tol Pic 9(3) value zero.
       01 ws-billed-after Pic 9(7) value zero.
       01 ws-rcpt-cost Pic 9(5)V9(4) value zero.
       01 ws-price-diff Pic 9(5)V9(4) value zero.
       01 ws-price-var-pct Pic 9(7)V99 value zero.
       01 ws-line-amount Pic 9(7)V99 value zero.
       01 ws-terms-days Pic 9(3) value 030.
       01 ws-due-date Pic 9(8) value zero.
       01 ws-voucher-number Pic 9(6) value zero.
       01 ws-table-max-entries Pic 9(5) value 10000.
       01 ws-full-table-name Pic x(20) value spaces.
       01 ws-run-number Pic 9(6) value zero.
       01 ws-run-date Pic 9(8) value zero.
       01 ws-out-of-balance Pic x(3) value 'NO'.
       01 ws-xref-count Pic 9(4) value zero.
       01 ws-xref-max-entries Pic 9(4) value 1000.
       01 ws-xref-found Pic x(3) value 'NO'.
       01 ws-work-type Pic x value space.
       01 ws-work-store Pic 9(3) value zero.
       01 ws-work-amount Pic 9(8)V99 value zero.
       01 ws-store-sub Pic 9(4) value zero.
       01 ws-line-count Pic 9(6) value zero.
       01 ws-debit-total Pic 9(10)V99 value zero.
       01 ws-credit-total Pic 9(10)V99 value zero.
       01 po-table.
         05 pot-entry occurs 10000 times indexed by pot-idx.
           10 pot-number Pic 9(6).
           10 pot-product-code Pic x(6).
           10 pot-vendor-number Pic x(4).
           10 pot-qty-ordered Pic 9(5).
           10 pot-qty-received Pic 9(5).
           10 pot-status Pic x.
           10 pot-store-number Pic 9(3).
           10 pot-rcpt-qty Pic 9(7).
           10 pot-rcpt-value Pic 9(9)V99.
           10 pot-billed-qty Pic 9(7).
       01 vendor-table.
         05 vt-entry occurs 10000 times indexed by vt-idx.
           10 vt-vendor-number Pic x(4).
           10 vt-terms-days Pic 9(3).
       01 voucher-history-table.
         05 vh-entry occurs 10000 times indexed by vh-idx.
           10 vh-vendor-number Pic x(4).
           10 vh-invoice-number Pic x(10).
           10 vh-po-number Pic 9(6).
       01 account-xref-table.
         05 xr-entry occurs 1000 times indexed by xr-idx.
           10 xr-type Pic x.
           10 xr-store Pic 9(3).
           10 xr-debit-account Pic x(8).
           10 xr-credit-account Pic x(8).
       01 store-totals-table.
         05 st-entry occurs 1000 times indexed by st-idx.
           10 st-voucher-amount Pic 9(8)V99.
       01 ws-invoice-file-path Pic x(100)
           value 'C:\Data Files\Ch2_VENDINV.dat'.
       01 ws-po-master-file-path Pic x(100)
           value 'C:\Data Files\Ch2_POMAST.dat'.
       01 ws-po-receipt-file-path Pic x(100)
           value 'C:\Data Files\Ch2_PORCPT.dat'.
       01 ws-vendor-master-file-path Pic x(100)
           value 'C:\Data Files\Ch2_VENDMAST.dat'.
       01 ws-voucher-history-file-path Pic x(100)
           value 'C:\Data Files\Ch2_VOUCHER_HIST.dat'.
       01 ws-acct-xref-file-path Pic x(100)
           value 'C:\Data Files\Ch2_ACCTXREF.dat'.
       01 ws-ap-control-file-path Pic x(100)
           value 'C:\Data Files\Ch2_APCTL.dat'.
       01 ws-voucher-file-path Pic x(100)
           value 'C:\Data Files\Ch2_AP_VOUCHER.dat'.
       01 ws-journal-file-path Pic x(100)
           value 'C:\Data Files\Ch2_AP_GLJOURNAL.dat'.
       01 ws-hold-file-path Pic x(100)
           value 'C:\Data Files\Ch2_AP_HOLD.rpt'.
       01 ws-env-value Pic x(100) value spaces.

       procedure division.
       100-main-module.
           perform 010-init-file-paths-rtn
           perform 070-run-control-rtn
           perform 020-load-po-master-rtn
           perform 025-load-po-receipts-rtn
           perform 030-load-vendor-master-rtn
           perform 035-load-voucher-history-rtn
           perform 040-load-account-xref-rtn
           move low-values to store-totals-table
           perform varying st-idx from 1 by 1 until st-idx > 1000
               move zero to st-voucher-amount(st-idx)
           end-perform
           open input invoice-file
           if ws-invoice-file-status not = '00'
               display 'CSmithCh2pgm23: invoice file not found, '
                   'status=' ws-invoice-file-status
                   ' - nothing to match'
               move 'YES' to ws-inv-eof
           else
               move 'YES' to ws-invoice-file-opened
           end-if
           open output voucher-file
           perform 050-report-headings-rtn
           perform until ws-inv-eof = 'YES'
               read invoice-file
                   at end
                       move 'YES' to ws-inv-eof
                   not at end
                       add 1 to ws-lines-read
                       perform 200-match-invoice-rtn
               end-read
           end-perform
           if ws-invoice-file-opened = 'YES'
               close invoice-file
           end-if
           close voucher-file
           perform 290-report-totals-rtn
           close hold-file
           open output journal-file
           perform 300-post-store-rtn
               varying ws-store-sub from 1 by 1
               until ws-store-sub > 1000
           perform 540-trailer-rtn
           close journal-file
           display 'CSmithCh2pgm23 invoice lines read:  '
               ws-lines-read
           display 'CSmithCh2pgm23 vouchers approved:   '
               ws-approved-count
           display 'CSmithCh2pgm23 lines held:          '
               ws-held-count
           display 'CSmithCh2pgm23 journal lines:       ' ws-line-count
           if ws-porc-unmatched > zero
               display 'CSmithCh2pgm23: ' ws-porc-unmatched
                   ' PO receipt records for orders no longer on '
                   'the PO master were ignored'
           end-if
           if ws-out-of-balance = 'YES'
               display 'CSmithCh2pgm23: AP run ' ws-run-number
                   ' journal is OUT OF BALANCE - not postable'
               move 8 to return-code
           else
               display 'CSmithCh2pgm23: AP run ' ws-run-number
                   ' journal is IN BALANCE'
           end-if
           stop run.

       010-init-file-paths-rtn.
           accept ws-env-value from environment 'CH2VENDINV'
           if ws-env-value not = spaces
               move ws-env-value to ws-invoice-file-path
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment 'CH2POMAST'
           if ws-env-value not = spaces
               move ws-env-value to ws-po-master-file-path
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment 'CH2PORCPT'
           if ws-env-value not = spaces
               move ws-env-value to ws-po-receipt-file-path
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment 'CH2VENDMS'
           if ws-env-value not = spaces
               move ws-env-value to ws-vendor-master-file-path
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment 'CH2VCHHST'
           if ws-env-value not = spaces
               move ws-env-value to ws-voucher-history-file-path
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment 'CH2ACCTXR'
           if ws-env-value not = spaces
               move ws-env-value to ws-acct-xref-file-path
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment 'CH2APCTL'
           if ws-env-value not = spaces
               move ws-env-value to ws-ap-control-file-path
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment 'CH2APVCH'
           if ws-env-value not = spaces
               move ws-env-value to ws-voucher-file-path
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment 'CH2APJRNL'
           if ws-env-value not = spaces
               move ws-env-value to ws-journal-file-path
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment 'CH2APHOLD'
           if ws-env-value not = spaces
               move ws-env-value to ws-hold-file-path
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment 'CH2APPTOL'
           evaluate true
               when ws-env-value(1:3) is numeric
                   move ws-env-value(1:3) to ws-price-tol-pct
               when ws-env-value(1:2) is numeric
                   move ws-env-value(1:2) to ws-price-tol-pct
               when ws-env-value(1:1) is numeric
                   move ws-env-value(1:1) to ws-price-tol-pct
               when other
                   continue
           end-evaluate
           move spaces to ws-env-value
           accept ws-env-value from environment 'CH2APQTOL'
           evaluate true
               when ws-env-value(1:3) is numeric
                   move ws-env-value(1:3) to ws-qty-tol
               when ws-env-value(1:2) is numeric
                   move ws-env-value(1:2) to ws-qty-tol
               when ws-env-value(1:1) is numeric
                   move ws-env-value(1:1) to ws-qty-tol
               when other
                   continue
           end-evaluate.

       020-load-po-master-rtn.
           open input po-master-file
           if ws-po-master-status not = '00'
               display 'CSmithCh2pgm23: PO master not found, status='
                   ws-po-master-status
                   ' - every invoice line will be held'
           else
               perform until ws-po-eof = 'YES'
                   read po-master-file
                       at end
                           move 'YES' to ws-po-eof
                       not at end
                           if ws-po-count >= ws-table-max-entries
                               move 'PO MASTER' to ws-full-table-name
                               perform 990-table-full-rtn
                           end-if
                           add 1 to ws-po-count
                           perform 022-po-to-table-rtn
                   end-read
               end-perform
               close po-master-file
           end-if.

       022-po-to-table-rtn.
           move po-number to pot-number(ws-po-count)
           move po-product-code to pot-product-code(ws-po-count)
           move po-vendor-number to pot-vendor-number(ws-po-count)
           move po-qty-ordered to pot-qty-ordered(ws-po-count)
           move po-qty-received to pot-qty-received(ws-po-count)
           move po-status to pot-status(ws-po-count)
           if po-store-number is numeric
               move po-store-number to pot-store-number(ws-po-count)
           else
               move zero to pot-store-number(ws-po-count)
           end-if
           move zero to pot-rcpt-qty(ws-po-count)
           move zero to pot-rcpt-value(ws-po-count)
           move zero to pot-billed-qty(ws-po-count).

      ******************************************************
      * The receipt cost of an order is the average of what
      * its receipts were valued at, weighted by quantity.
      * Orders received before the receipt history was kept
      * have none, and invoices against them are held for a
      * manual match, as are invoices against an order whose
      * receipts were all valued at zero.
      ******************************************************
       025-load-po-receipts-rtn.
           open input po-receipt-file
           if ws-po-receipt-status = '00'
               perform until ws-porc-eof = 'YES'
                   read po-receipt-file
                       at end
                           move 'YES' to ws-porc-eof
                       not at end
                           move porc-po-number to ws-find-po-number
                           perform 215-find-po-rtn
                           if ws-po-found = 'YES'
                               add porc-qty to pot-rcpt-qty(pot-idx)
                               compute pot-rcpt-value(pot-idx)
                                   = pot-rcpt-value(pot-idx)
                                   + porc-qty * porc-unit-cost
                           else
                               add 1 to ws-porc-unmatched
                           end-if
                   end-read
               end-perform
           end-if
           close po-receipt-file.

       030-load-vendor-master-rtn.
           open input vendor-master-file
           if ws-vendor-master-status not = '00'
               display 'CSmithCh2pgm23: vendor master not found, '
                   'status=' ws-vendor-master-status
                   ' - net 30 assumed for every vendor'
           else
               perform until ws-vend-eof = 'YES'
                   read vendor-master-file
                       at end
                           move 'YES' to ws-vend-eof
                       not at end
                           if ws-vendor-count >= ws-table-max-entries
                               move 'VENDOR MASTER'
                                   to ws-full-table-name
                               perform 990-table-full-rtn
                           end-if
                           add 1 to ws-vendor-count
                           move vend-vendor-number
                               to vt-vendor-number(ws-vendor-count)
                           if vend-terms-days is numeric
                               move vend-terms-days
                                   to vt-terms-days(ws-vendor-count)
                           else
                               move 030
                                   to vt-terms-days(ws-vendor-count)
                           end-if
                   end-read
               end-perform
               close vendor-master-file
           end-if.

      ******************************************************
      * Every voucher already approved is remembered by
      * vendor, invoice and PO so the same invoice line is
      * never paid twice, and its quantity counts as billed
      * against the order. The highest voucher number on
      * the history is where this run's numbering picks up.
      ******************************************************
       035-load-voucher-history-rtn.
           move zero to ws-voucher-number
           open input voucher-history-file
           if ws-voucher-history-status = '00'
               perform until ws-vh-eof = 'YES'
                   read voucher-history-file
                       at end
                           move 'YES' to ws-vh-eof
                       not at end
                           perform 037-history-to-table-rtn
                   end-read
               end-perform
           end-if
           close voucher-history-file.

       037-history-to-table-rtn.
           if ws-vh-count >= ws-table-max-entries
               move 'VOUCHER HISTORY' to ws-full-table-name
               perform 990-table-full-rtn
           end-if
           add 1 to ws-vh-count
           move vhr-vendor-number to vh-vendor-number(ws-vh-count)
           move vhr-invoice-number to vh-invoice-number(ws-vh-count)
           move vhr-po-number to vh-po-number(ws-vh-count)
           if vhr-voucher-number > ws-voucher-number
               move vhr-voucher-number to ws-voucher-number
           end-if
           move vhr-po-number to ws-find-po-number
           perform 215-find-po-rtn
           if ws-po-found = 'YES'
               add vhr-qty to pot-billed-qty(pot-idx)
           end-if.

       040-load-account-xref-rtn.
           open input account-xref-file
           if ws-acct-xref-status not = '00'
               display 'CSmithCh2pgm23: account cross-reference not '
                   'found, status=' ws-acct-xref-status
                   ' - nothing can be posted'
               move 'YES' to ws-out-of-balance
           else
               perform until ws-xref-eof = 'YES'
                   read account-xref-file
                       at end
                           move 'YES' to ws-xref-eof
                       not at end
                           if ws-xref-count >= ws-xref-max-entries
                               display
                                   'CSmithCh2pgm23: cross-reference '
                                   'over ' ws-xref-max-entries
                                   ' entries - run stopped before '
                                   'anything was lost'
                               move 16 to return-code
                               stop run
                           end-if
                           add 1 to ws-xref-count
                           move xref-trans-type
                               to xr-type(ws-xref-count)
                           move xref-store-number
                               to xr-store(ws-xref-count)
                           move xref-debit-account
                               to xr-debit-account(ws-xref-count)
                           move xref-credit-account
                               to xr-credit-account(ws-xref-count)
                   end-read
               end-perform
               close account-xref-file
           end-if.

       050-report-headings-rtn.
           open output hold-file
           move spaces to hold-title-rec
           move 'CH2 AP INVOICE HOLD REPORT' to hold-title
           write hold-title-rec
           move spaces to hold-column-rec
           move 'VEND' to hold-col-vendor
           move 'INVOICE' to hold-col-invoice
           move 'PO' to hold-col-po
           move '    QTY' to hold-col-qty
           move '   COST' to hold-col-cost
           move '   RCVD' to hold-col-received
           move ' BILLED' to hold-col-billed
           move ' RCPT $' to hold-col-rcpt-cost
           move 'REASON' to hold-col-reason
           write hold-column-rec.

       070-run-control-rtn.
           move zero to ws-run-number
           open input ap-control-file
           if ws-ap-control-status = '00'
               read ap-control-file
                   at end
                       continue
                   not at end
                       move ap-control-number to ws-run-number
               end-read
               close ap-control-file
           end-if
           add 1 to ws-run-number
           open output ap-control-file
           move ws-run-number to ap-control-number
           write ap-control-rec
           close ap-control-file
           accept ws-run-date from date yyyymmdd.

       200-match-invoice-rtn.
           move 'YES' to ws-valid-line
           move spaces to ws-hold-reason
           move zero to ws-rcpt-cost
           move 'NO' to ws-po-found
           perform 210-validate-invoice-rtn
           if ws-valid-line = 'YES'
               perform 240-approve-voucher-rtn
           else
               perform 270-hold-rtn
           end-if.

      ******************************************************
      * The checks run in order and the first one a line
      * fails is the reason it is held. Quantities are
      * judged on what this line brings the order's billed
      * total to, so an order billed in pieces is matched
      * piece by piece. "Closed" here means the order is
      * received in full and already billed in full; a
      * closed order that still has received stock unbilled
      * is the normal case and matches like any other.
      ******************************************************
       210-validate-invoice-rtn.
           evaluate true
               when vi-vendor-number = spaces
                 or vi-invoice-number = spaces
                 or vi-po-number is not numeric
                 or vi-qty-billed is not numeric
                 or vi-unit-cost is not numeric
                   move 'NO' to ws-valid-line
                   move 'INVALID INVOICE LINE' to ws-hold-reason
               when vi-qty-billed = zero
                 or vi-unit-cost = zero
                   move 'NO' to ws-valid-line
                   move 'INVALID INVOICE LINE' to ws-hold-reason
               when vi-invoice-date is not numeric
                   move 'NO' to ws-valid-line
                   move 'INVALID INVOICE DATE' to ws-hold-reason
               when vi-invoice-date = zero
                   move 'NO' to ws-valid-line
                   move 'INVALID INVOICE DATE' to ws-hold-reason
               when function integer-of-date(vi-invoice-date) = zero
                   move 'NO' to ws-valid-line
                   move 'INVALID INVOICE DATE' to ws-hold-reason
               when other
                   move vi-po-number to ws-find-po-number
                   perform 215-find-po-rtn
                   if ws-po-found = 'NO'
                       move 'NO' to ws-valid-line
                       move 'UNKNOWN PO' to ws-hold-reason
                   else
                       perform 220-check-po-rtn
                   end-if
           end-evaluate.

       215-find-po-rtn.
           move 'NO' to ws-po-found
           perform varying pot-idx from 1 by 1
                   until pot-idx > ws-po-count
               if pot-number(pot-idx) = ws-find-po-number
                   move 'YES' to ws-po-found
                   exit perform
               end-if
           end-perform.

       220-check-po-rtn.
           perform 225-check-duplicate-rtn
           compute ws-billed-after
               = pot-billed-qty(pot-idx) + vi-qty-billed
           if pot-rcpt-qty(pot-idx) > zero
               compute ws-rcpt-cost rounded
                   = pot-rcpt-value(pot-idx) / pot-rcpt-qty(pot-idx)
           end-if
           evaluate true
               when vi-vendor-number not = pot-vendor-number(pot-idx)
                   move 'NO' to ws-valid-line
                   move 'VENDOR NOT ON PO' to ws-hold-reason
               when ws-duplicate-found = 'YES'
                   move 'NO' to ws-valid-line
                   move 'DUPLICATE INVOICE' to ws-hold-reason
               when pot-status(pot-idx) = 'C'
                 and pot-billed-qty(pot-idx)
                       >= pot-qty-received(pot-idx)
                   move 'NO' to ws-valid-line
                   move 'PO CLOSED' to ws-hold-reason
               when ws-billed-after
                       > pot-qty-received(pot-idx) + ws-qty-tol
                   move 'NO' to ws-valid-line
                   move 'QTY OVER RECEIVED' to ws-hold-reason
               when ws-billed-after
                       > pot-qty-ordered(pot-idx) + ws-qty-tol
                   move 'NO' to ws-valid-line
                   move 'QTY OVER ORDERED' to ws-hold-reason
               when pot-rcpt-qty(pot-idx) = zero
                   move 'NO' to ws-valid-line
                   move 'NO RECEIPT COST' to ws-hold-reason
               when ws-rcpt-cost = zero
                   move 'NO' to ws-valid-line
                   move 'NO RECEIPT COST' to ws-hold-reason
               when other
                   perform 230-check-price-rtn
           end-evaluate.

       225-check-duplicate-rtn.
           move 'NO' to ws-duplicate-found
           perform varying vh-idx from 1 by 1
                   until vh-idx > ws-vh-count
               if vh-vendor-number(vh-idx) = vi-vendor-number
                   and vh-invoice-number(vh-idx) = vi-invoice-number
                   and vh-po-number(vh-idx) = vi-po-number
                   move 'YES' to ws-duplicate-found
                   exit perform
               end-if
           end-perform.

      ******************************************************
      * The price tolerance is a whole percent of the
      * receipt cost, either way: a vendor billing under the
      * receipt cost is as much a mismatch as one billing
      * over it.
      ******************************************************
       230-check-price-rtn.
           if vi-unit-cost > ws-rcpt-cost
               compute ws-price-diff = vi-unit-cost - ws-rcpt-cost
           else
               compute ws-price-diff = ws-rcpt-cost - vi-unit-cost
           end-if
           compute ws-price-var-pct rounded
               = ws-price-diff * 100 / ws-rcpt-cost
           if ws-price-var-pct > ws-price-tol-pct
               move 'NO' to ws-valid-line
               move 'PRICE VARIANCE' to ws-hold-reason
           end-if.

       240-approve-voucher-rtn.
           add 1 to ws-voucher-number
           compute ws-line-amount = vi-qty-billed * vi-unit-cost
           perform 245-vendor-terms-rtn
           compute ws-due-date = function date-of-integer
               (function integer-of-date(vi-invoice-date)
                + ws-terms-days)
           move spaces to voucher-rec
           move ws-voucher-number to vch-voucher-number
           move vi-vendor-number to vch-vendor-number
           move vi-invoice-number to vch-invoice-number
           move vi-po-number to vch-po-number
           move pot-store-number(pot-idx) to vch-store-number
           move pot-product-code(pot-idx) to vch-product-code
           move vi-qty-billed to vch-qty
           move vi-unit-cost to vch-unit-cost
           move ws-line-amount to vch-amount
           move vi-invoice-date to vch-invoice-date
           move ws-due-date to vch-due-date
           move ws-run-number to vch-run-number
           write voucher-rec
           add vi-qty-billed to pot-billed-qty(pot-idx)
           if ws-vh-count >= ws-table-max-entries
               move 'VOUCHER HISTORY' to ws-full-table-name
               perform 990-table-full-rtn
           end-if
           add 1 to ws-vh-count
           move vi-vendor-number to vh-vendor-number(ws-vh-count)
           move vi-invoice-number to vh-invoice-number(ws-vh-count)
           move vi-po-number to vh-po-number(ws-vh-count)
           set st-idx to pot-store-number(pot-idx)
           set st-idx up by 1
           add ws-line-amount to st-voucher-amount(st-idx)
           add 1 to ws-approved-count
           add ws-line-amount to ws-approved-total.

      ******************************************************
      * Terms belong to the vendor, so the first vendor
      * master record for the vendor supplies them; a
      * vendor not on the master is paid net 30.
      ******************************************************
       245-vendor-terms-rtn.
           move 030 to ws-terms-days
           perform varying vt-idx from 1 by 1
                   until vt-idx > ws-vendor-count
               if vt-vendor-number(vt-idx) = vi-vendor-number
                   move vt-terms-days(vt-idx) to ws-terms-days
                   exit perform
               end-if
           end-perform.

       270-hold-rtn.
           move spaces to hold-detail-rec
           move vi-vendor-number to hold-vendor
           move vi-invoice-number to hold-invoice
           move vi-po-number to hold-po
           if vi-qty-billed is numeric
               move vi-qty-billed to hold-qty
           else
               move zero to hold-qty
           end-if
           if vi-unit-cost is numeric
               move vi-unit-cost to hold-cost
           else
               move zero to hold-cost
           end-if
           if ws-po-found = 'YES'
               move pot-qty-received(pot-idx) to hold-received
               move pot-billed-qty(pot-idx) to hold-billed
           else
               move zero to hold-received
               move zero to hold-billed
           end-if
           move ws-rcpt-cost to hold-rcpt-cost
           move ws-hold-reason to hold-reason
           write hold-detail-rec
           add 1 to ws-held-count
           if vi-qty-billed is numeric
               and vi-unit-cost is numeric
               compute ws-line-amount = vi-qty-billed * vi-unit-cost
               add ws-line-amount to ws-held-total
           end-if.

       290-report-totals-rtn.
           if ws-held-count = zero
               move spaces to hold-detail-rec
               move 'NO INVOICE LINES HELD' to hold-detail-rec
               write hold-detail-rec
           end-if
           move spaces to hold-total-rec
           write hold-total-rec
           move 'INVOICE LINES READ' to hold-total-label
           move ws-lines-read to hold-total-count
           write hold-total-rec
           move spaces to hold-total-rec
           move 'VOUCHERS APPROVED' to hold-total-label
           move ws-approved-count to hold-total-count
           move ws-approved-total to hold-total-amount
           write hold-total-rec
           move spaces to hold-total-rec
           move 'LINES HELD' to hold-total-label
           move ws-held-count to hold-total-count
           move ws-held-total to hold-total-amount
           write hold-total-rec.

       300-post-store-rtn.
           set st-idx to ws-store-sub
           compute ws-work-store = ws-store-sub - 1
           if st-voucher-amount(st-idx) not = zero
               move 'V' to ws-work-type
               move st-voucher-amount(st-idx) to ws-work-amount
               perform 510-post-entry-rtn
           end-if.

       510-post-entry-rtn.
           perform 520-lookup-xref-rtn
           if ws-xref-found = 'NO'
               display 'CSmithCh2pgm23: no cross-reference entry for '
                   'type ' ws-work-type ' store ' ws-work-store
                   ' - run not postable'
               move 'YES' to ws-out-of-balance
           else
               move spaces to journal-rec
               move ws-run-number to jrnl-run-number
               move ws-run-date to jrnl-journal-date
               move xr-debit-account(xr-idx) to jrnl-account
               move 'DR' to jrnl-dr-cr
               move ws-work-amount to jrnl-amount
               perform 530-build-description-rtn
               write journal-rec
               add 1 to ws-line-count
               add ws-work-amount to ws-debit-total
               move spaces to journal-rec
               move ws-run-number to jrnl-run-number
               move ws-run-date to jrnl-journal-date
               move xr-credit-account(xr-idx) to jrnl-account
               move 'CR' to jrnl-dr-cr
               move ws-work-amount to jrnl-amount
               perform 530-build-description-rtn
               write journal-rec
               add 1 to ws-line-count
               add ws-work-amount to ws-credit-total
           end-if.

      ******************************************************
      * The 'V' entry (inventory clearing to accounts
      * payable) is looked up for the order's store first
      * and falls back to the store 000 company default, the
      * same as the GL extract.
      ******************************************************
       520-lookup-xref-rtn.
           move 'NO' to ws-xref-found
           perform varying xr-idx from 1 by 1
                   until xr-idx > ws-xref-count
               if xr-type(xr-idx) = ws-work-type
                   and xr-store(xr-idx) = ws-work-store
                   move 'YES' to ws-xref-found
                   exit perform
               end-if
           end-perform
           if ws-xref-found = 'NO'
               perform varying xr-idx from 1 by 1
                       until xr-idx > ws-xref-count
                   if xr-type(xr-idx) = ws-work-type
                       and xr-store(xr-idx) = zero
                       move 'YES' to ws-xref-found
                       exit perform
                   end-if
               end-perform
           end-if.

       530-build-description-rtn.
           evaluate ws-work-type
               when 'V'
                   move 'AP VOUCHERS STORE' to jrnl-description
               when other
                   move 'UNKNOWN SOURCE' to jrnl-description
           end-evaluate
           move ws-work-store to jrnl-description(21:3).

       540-trailer-rtn.
           if ws-debit-total not = ws-credit-total
               move 'YES' to ws-out-of-balance
           end-if
           move spaces to journal-trailer-rec
           move 'TOTALS' to jrnl-trailer-label
           move ws-run-number to jrnl-trailer-run-number
           move ws-line-count to jrnl-trailer-line-count
           move ws-debit-total to jrnl-trailer-debit-total
           move ws-credit-total to jrnl-trailer-credit-total
           compute jrnl-trailer-hash-total
               = ws-debit-total + ws-credit-total
           write journal-trailer-rec.

       990-table-full-rtn.
           display 'CSmithCh2pgm23: ' ws-full-table-name
               ' table is full at ' ws-table-max-entries
               ' entries - run stopped before anything was lost'
           move 16 to return-code
           stop run.

       end program Problem23.
