      * generation the job step swaps after a clean run, and
      * the PO register lists every order placed plus the
      * products that needed one but have no vendor on file.
      * Stock is kept by store, so each store's record is
      * checked against its own reorder point and the order
      * is raised for that store. Stock already in transit
      * to the store counts toward its position, and an open
      * order for the store - or a company order from before
      * stock was kept by store - holds off a second one.
      ********************************************

       environment division.
           select po-register-file
               assign to dynamic ws-po-register-file-path
               organization is line sequential.
           select optional transit-file
               assign to dynamic ws-transit-file-path
               organization is line sequential
               file status is ws-transit-file-status.

       data division.
       file section.
       FD inventory-master-file.
       COPY INVMAST.

       FD vendor-master-file.
       COPY VENDMAST.
       FD po-master-file.
       COPY POMAST.

       FD transit-file.
       COPY TRANSIT.

       FD po-control-file.
       01 po-control-rec.
         05 po-control-number Pic 9(6).
         05 po-reg-header-date Pic 9(8).
       01 po-reg-column-rec.
         05 po-reg-col-number Pic x(8).
         05 po-reg-col-store Pic x(7).
         05 po-reg-col-product Pic x(8).
         05 po-reg-col-vendor Pic x(22).
         05 po-reg-col-qty Pic x(9).
       01 po-reg-detail-rec.
         05 po-reg-number Pic 9(6).
         05 filler Pic x(2).
         05 po-reg-store Pic 9(3).
         05 filler Pic x(4).
         05 po-reg-product Pic x(6).
         05 filler Pic x(2).
         05 po-reg-vendor-name Pic x(20).
       01 po-reg-note-rec.
         05 po-reg-note-product Pic x(6).
         05 filler Pic x(2).
         05 po-reg-note-store Pic 9(3).
         05 filler Pic x(2).
         05 po-reg-note Pic x(40).
       01 po-reg-total-rec.
         05 po-reg-total-label Pic x(30).
       01 ws-vendmast-file-status Pic x(2) value '00'.
       01 ws-pomast-file-status Pic x(2) value '00'.
       01 ws-po-control-status Pic x(2) value '00'.
       01 ws-transit-file-status Pic x(2) value '00'.
       01 ws-trn-eof Pic x(3) value 'NO'.
       01 ws-transit-count Pic 9(5) value zero.
       01 ws-inv-store Pic 9(3) value zero.
       01 ws-stock-position Pic S9(7) value zero.
       01 ws-vendor-count Pic 9(5) value zero.
       01 ws-po-count Pic 9(5) value zero.
       01 ws-table-max-entries Pic 9(5) value 10000.
           10 pot-qty-ordered Pic 9(5).
           10 pot-qty-received Pic 9(5).
           10 pot-status Pic x.
           10 pot-store-number Pic 9(3).
           10 pot-any-store Pic x(3).
       01 transit-table.
         05 trt-entry occurs 10000 times indexed by trt-idx.
           10 trt-to-store Pic 9(3).
           10 trt-product-code Pic x(6).
           10 trt-qty Pic 9(3).
       01 ws-inventory-file-path Pic x(100)
           value 'C:\Data Files\Ch2_INVMAST.dat'.
       01 ws-vendmast-file-path Pic x(100)
           value 'C:\Data Files\Ch2_POCTL.dat'.
       01 ws-po-register-file-path Pic x(100)
           value 'C:\Data Files\Ch2_PO_REGISTER.rpt'.
       01 ws-transit-file-path Pic x(100)
           value 'C:\Data Files\Ch2_TRANSIT.dat'.
       01 ws-env-value Pic x(100) value spaces.

       procedure division.
           perform 010-init-file-paths-rtn
           perform 020-load-vendor-master-rtn
           perform 030-load-po-master-rtn
           perform 050-load-transit-rtn
           perform 040-po-control-rtn
           accept ws-run-date from date yyyymmdd
           open output po-register-file
           accept ws-env-value from environment 'CH2POREG'
           if ws-env-value not = spaces
               move ws-env-value to ws-po-register-file-path
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment 'CH2TRANSIT'
           if ws-env-value not = spaces
               move ws-env-value to ws-transit-file-path
           end-if.

       020-load-vendor-master-rtn.
           move po-due-date to pot-due-date(ws-po-count)
           move po-qty-ordered to pot-qty-ordered(ws-po-count)
           move po-qty-received to pot-qty-received(ws-po-count)
           move po-status to pot-status(ws-po-count)
           if po-store-number is numeric
               move po-store-number to pot-store-number(ws-po-count)
               move 'NO' to pot-any-store(ws-po-count)
           else
               move zero to pot-store-number(ws-po-count)
               move 'YES' to pot-any-store(ws-po-count)
           end-if.

       050-load-transit-rtn.
           open input transit-file
           if ws-transit-file-status = '00'
               perform until ws-trn-eof = 'YES'
                   read transit-file
                       at end
                           move 'YES' to ws-trn-eof
                       not at end
                           if ws-transit-count
                                   >= ws-table-max-entries
                               move 'IN TRANSIT'
                                   to ws-full-table-name
                               perform 990-table-full-rtn
                           end-if
                           add 1 to ws-transit-count
                           move trn-to-store
                               to trt-to-store(ws-transit-count)
                           move trn-product-code
                               to trt-product-code(ws-transit-count)
                           move trn-qty to trt-qty(ws-transit-count)
                   end-read
               end-perform
           end-if
           close transit-file.

       040-po-control-rtn.
           move zero to ws-po-number
           write po-reg-header-rec
           move spaces to po-reg-column-rec
           move 'PO NO' to po-reg-col-number
           move 'STORE' to po-reg-col-store
           move 'PRODUCT' to po-reg-col-product
           move 'VENDOR' to po-reg-col-vendor
           move 'QTY' to po-reg-col-qty
                       at end
                           move 'YES' to ws-inv-eof
                       not at end
                           perform 215-stock-position-rtn
                           if ws-stock-position <= inv-reorder-point
                               perform 220-consider-product-rtn
                           end-if
                   end-read
               close inventory-master-file
           end-if.

       215-stock-position-rtn.
           if inv-store-number is numeric
               move inv-store-number to ws-inv-store
           else
               move zero to ws-inv-store
           end-if
           move inv-on-hand to ws-stock-position
           perform varying trt-idx from 1 by 1
                   until trt-idx > ws-transit-count
               if trt-to-store(trt-idx) = ws-inv-store
                   and trt-product-code(trt-idx) = inv-product-code
                   add trt-qty(trt-idx) to ws-stock-position
               end-if
           end-perform.

       220-consider-product-rtn.
           move 'NO' to ws-open-po-found
           perform varying pot-idx from 1 by 1
                   until pot-idx > ws-po-count
               if pot-product-code(pot-idx) = inv-product-code
                   and pot-status(pot-idx) = 'O'
                   and (pot-store-number(pot-idx) = ws-inv-store
                       or pot-any-store(pot-idx) = 'YES')
                   move 'YES' to ws-open-po-found
                   exit perform
               end-if
               add 1 to ws-no-vendor-count
               move spaces to po-reg-note-rec
               move inv-product-code to po-reg-note-product
               move ws-inv-store to po-reg-note-store
               move 'AT REORDER POINT - NO VENDOR ON FILE'
                   to po-reg-note
               write po-reg-note-rec
                   to pot-qty-ordered(ws-po-count)
               move zero to pot-qty-received(ws-po-count)
               move 'O' to pot-status(ws-po-count)
               move ws-inv-store to pot-store-number(ws-po-count)
               move 'NO' to pot-any-store(ws-po-count)
               move spaces to po-reg-detail-rec
               move ws-po-number to po-reg-number
               move ws-inv-store to po-reg-store
               move inv-product-code to po-reg-product
               move vt-vendor-name(vt-idx) to po-reg-vendor-name
               move vt-order-qty(vt-idx) to po-reg-qty
               move pot-qty-ordered(pot-idx) to po-qty-ordered
               move pot-qty-received(pot-idx) to po-qty-received
               move pot-status(pot-idx) to po-status
               if pot-any-store(pot-idx) = 'NO'
                   move pot-store-number(pot-idx) to po-store-number
               end-if
               write po-rec
           end-perform
           close po-master-file.
