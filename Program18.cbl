      * position - the five-file grep, done by the machine.
      * Key a product code and get the master name and
      * price, lifetime quantity and revenue off the sales
      * index, current on-hand, reorder point, and weighted-
      * average cost at each store that stocks it, any stock
      * in transit between stores, any open backorders, any
      * open rejects or carry-forward records for the code,
      * and the most recent audit activity with run date and
      * store. Key S and a store number for that store's
      * recent audit activity - the other half of the phone
      * calls. The masters are loaded once at startup
      * (sorted, binary lookups); the reject, carry,
      * transit, and audit files are read per inquiry so the
      * answer reflects the files as they sit.
      * Console driven: Q or an empty line ends the session.
      ********************************************

               assign to dynamic ws-audit-file-path
               organization is line sequential
               file status is ws-audit-file-status.
           select optional transit-file
               assign to dynamic ws-transit-file-path
               organization is line sequential
               file status is ws-transit-file-status.

       data division.
       file section.
       COPY SLSINDEX.

       FD inventory-master-file.
       COPY INVMAST.

       FD reject-file.
       COPY REJREC.
       FD audit-file.
       COPY AUDITREC.

       FD transit-file.
       COPY TRANSIT.

       working-storage section.
       01 ws-more-inquiries Pic x(3) value 'yes'.
       01 ws-inquiry-line Pic x(20) value spaces.
       01 ws-carry-file-status Pic x(2) value '00'.
       01 ws-backorder-file-status Pic x(2) value '00'.
       01 ws-audit-file-status Pic x(2) value '00'.
       01 ws-transit-file-status Pic x(2) value '00'.
       01 ws-inv-store Pic 9(3) value zero.
       01 ws-pm-eof Pic x(3) value 'NO'.
       01 ws-si-eof Pic x(3) value 'NO'.
       01 ws-inv-eof Pic x(3) value 'NO'.
       01 inventory-table.
         05 inv-entry occurs 1 to 10000 times
             depending on ws-inventory-count
             ascending key is invtbl-key
             indexed by inv-idx.
           10 invtbl-key.
             15 invtbl-code Pic x(6).
             15 invtbl-store Pic 9(3).
           10 invtbl-on-hand Pic S9(6).
           10 invtbl-reorder-point Pic 9(6).
           10 invtbl-avg-cost Pic 9(5)V9(4).
       01 ws-display-price Pic zz9.99.
       01 ws-display-qty Pic z,zzz,zz9-.
       01 ws-display-amount Pic zz,zzz,zz9.99-.
       01 ws-display-on-hand Pic zzz,zz9-.
       01 ws-display-reorder Pic zzz,zz9.
       01 ws-display-cost Pic zz,zz9.9999.
       01 ws-inv-key.
         05 ws-inv-key-code Pic x(6) value spaces.
         05 ws-inv-key-store Pic 9(3) value zero.
       01 ws-prodmast-file-path Pic x(100)
           value 'C:\Data Files\Ch2_PRODMAST.dat'.
       01 ws-sales-index-file-path Pic x(100)
           value 'C:\Data Files\Ch2_BACKORDER.dat'.
       01 ws-audit-file-path Pic x(100)
           value 'C:\Data Files\Ch2_AUDIT.dat'.
       01 ws-transit-file-path Pic x(100)
           value 'C:\Data Files\Ch2_TRANSIT.dat'.
       01 ws-env-value Pic x(100) value spaces.

       procedure division.
           accept ws-env-value from environment 'CH2AUDIT'
           if ws-env-value not = spaces
               move ws-env-value to ws-audit-file-path
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment 'CH2TRANSIT'
           if ws-env-value not = spaces
               move ws-env-value to ws-transit-file-path
           end-if.

       020-load-product-master-rtn.
               close inventory-master-file
           end-if.

      ******************************************************
      * The inventory table is kept by product, then store,
      * so a product's store records sit together for the
      * inquiry to walk.
      ******************************************************
       041-insert-inventory-rtn.
           if inv-store-number is numeric
               move inv-store-number to ws-inv-store
           else
               move zero to ws-inv-store
           end-if
           move inv-product-code to ws-inv-key-code
           move ws-inv-store to ws-inv-key-store
           add 1 to ws-inventory-count
           move ws-inventory-count to ws-insert-pos
           move 'NO' to ws-insert-done
                   move 'YES' to ws-insert-done
               else
                   compute ws-shift-sub = ws-insert-pos - 1
                   if invtbl-key(ws-shift-sub) <= ws-inv-key
                       move 'YES' to ws-insert-done
                   else
                       move inv-entry(ws-shift-sub)
               end-if
           end-perform
           move inv-product-code to invtbl-code(ws-insert-pos)
           move ws-inv-store to invtbl-store(ws-insert-pos)
           move inv-on-hand to invtbl-on-hand(ws-insert-pos)
           move inv-reorder-point
               to invtbl-reorder-point(ws-insert-pos)
           if inv-avg-cost is numeric
               move inv-avg-cost to invtbl-avg-cost(ws-insert-pos)
           else
               move zero to invtbl-avg-cost(ws-insert-pos)
           end-if.

       200-product-inquiry-rtn.
           display ' '
                   display '  SALES INDEX: LIFETIME QTY '
                       ws-display-qty '  REVENUE ' ws-display-amount
           end-search
           move zero to ws-hit-count
           perform 205-inventory-line-rtn
               varying inv-idx from 1 by 1
               until inv-idx > ws-inventory-count
           if ws-hit-count = zero
               display '  INVENTORY: NO INVENTORY RECORD'
           end-if
           perform 215-transit-scan-rtn
           perform 210-backorder-scan-rtn
           perform 220-reject-scan-rtn
           perform 230-carry-scan-rtn
           perform 240-audit-scan-rtn.

       205-inventory-line-rtn.
           if invtbl-code(inv-idx) = ws-inquiry-code
               add 1 to ws-hit-count
               move invtbl-on-hand(inv-idx) to ws-display-on-hand
               move invtbl-reorder-point(inv-idx)
                   to ws-display-reorder
               move invtbl-avg-cost(inv-idx) to ws-display-cost
               display '  INVENTORY: STORE ' invtbl-store(inv-idx)
                   ' ON HAND ' ws-display-on-hand
                   '  REORDER AT ' ws-display-reorder
                   '  AVG COST ' ws-display-cost
           end-if.

       215-transit-scan-rtn.
           move 'NO' to ws-scan-eof
           open input transit-file
           if ws-transit-file-status = '00'
               perform until ws-scan-eof = 'YES'
                   read transit-file
                       at end
                           move 'YES' to ws-scan-eof
                       not at end
                           if trn-product-code = ws-inquiry-code
                               display '  IN TRANSIT: STORE '
                                   trn-from-store ' TO '
                                   trn-to-store ' QTY ' trn-qty
                                   ' SLIP ' trn-transfer-number
                                   ' SHIPPED ' trn-ship-date
                           end-if
                   end-read
               end-perform
           end-if
           close transit-file.

       210-backorder-scan-rtn.
           move zero to ws-hit-count
           move 'NO' to ws-scan-eof
