               assign to dynamic ws-backorder-file-path
               organization is line sequential
               file status is ws-backorder-file-status.
           select optional tax-table-file
               assign to dynamic ws-tax-table-file-path
               organization is line sequential
               file status is ws-tax-table-status.
           select optional transit-file
               assign to dynamic ws-transit-file-path
               organization is line sequential
               file status is ws-transit-file-status.

       data division.
       file section.
         05 checkpoint-on-account-count Pic 9(6).
         05 checkpoint-backorder-count Pic 9(6).
         05 checkpoint-released-count Pic 9(6).
         05 checkpoint-transfer-out-count Pic 9(6).
         05 checkpoint-transfer-in-count Pic 9(6).

       FD run-control-file.
       01 run-control-rec.
       FD backorder-file.
       COPY BACKORD.

       FD tax-table-file.
       COPY TAXTBL.

       FD transit-file.
       COPY TRANSIT.

       FD inventory-master-file.
       COPY INVMAST.

       FD stock-report-file.
       01 stock-header-rec.
         05 filler Pic x(5).
         05 stock-header-title Pic x(30).
       01 stock-column-rec.
         05 stock-col-store Pic x(6).
         05 stock-col-code Pic x(8).
         05 stock-col-name Pic x(22).
         05 stock-col-on-hand Pic x(10).
         05 filler Pic x(2).
         05 stock-col-note Pic x(20).
       01 stock-detail-rec.
         05 stock-store Pic 9(3).
         05 filler Pic x(3).
         05 stock-product-code Pic x(6).
         05 filler Pic x(2).
         05 stock-product-name Pic x(20).
         05 sbo-date Pic 9(8).
         05 filler Pic x(2).
         05 sbo-note Pic x(16).
       01 stock-transit-rec.
         05 str-product-code Pic x(6).
         05 filler Pic x(2).
         05 str-from-store Pic zz9.
         05 str-to-literal Pic x(4).
         05 str-to-store Pic zz9.
         05 filler Pic x(2).
         05 str-transfer-number Pic x(6).
         05 filler Pic x(2).
         05 str-qty Pic zzz9.
         05 filler Pic x(2).
         05 str-date Pic 9(8).
         05 filler Pic x(2).
         05 str-note Pic x(16).

       working-storage section.
       01 are-there-more-records Pic x(3) value 'yes'.
       01 ws-bo-sub Pic 9(5) value zero.
       01 ws-release-product Pic x(6) value spaces.
       01 ws-release-qty Pic 9(3) value zero.
       01 ws-release-store Pic 9(3) value zero.
       01 ws-release-loc Pic 9(5) value zero.
       01 ws-loc-sub Pic 9(5) value zero.
       01 ws-loc-store Pic 9(3) value zero.
       01 ws-loc-product Pic x(6) value spaces.
       01 ws-inv-key.
         05 ws-inv-key-store Pic 9(3) value zero.
         05 ws-inv-key-code Pic x(6) value spaces.
       01 ws-transit-file-status Pic x(2) value '00'.
       01 ws-trn-eof Pic x(3) value 'NO'.
       01 ws-transit-count Pic 9(5) value zero.
       01 ws-transit-sub Pic 9(5) value zero.
       01 ws-open-transit-count Pic 9(5) value zero.
       01 ws-transfer-out-count Pic 9(6) value zero.
       01 ws-transfer-in-count Pic 9(6) value zero.
       01 ws-other-store Pic 9(3) value zero.
       01 ws-trn-to-store Pic 9(3) value zero.
       01 transit-table.
         05 trt-entry occurs 10000 times indexed by trt-idx.
           10 trt-transfer-number Pic x(6).
           10 trt-from-store Pic 9(3).
           10 trt-to-store Pic 9(3).
           10 trt-product-code Pic x(6).
           10 trt-qty Pic 9(3).
           10 trt-ship-date Pic 9(8).
           10 trt-run-number Pic 9(6).
           10 trt-unit-cost Pic 9(5)V9(4).
           10 trt-closed-flag Pic x.
       01 ws-tax-table-status Pic x(2) value '00'.
       01 ws-tax-eof Pic x(3) value 'NO'.
       01 ws-tax-table-loaded Pic x(3) value 'NO'.
       01 ws-tax-table-count Pic 9(5) value zero.
       01 ws-tax-found Pic x(3) value 'NO'.
       01 ws-tax-store Pic 9(3) value zero.
       01 ws-tax-best-effective Pic 9(8) value zero.
       01 ws-tax-rate Pic 9V9(5) value zero.
       01 ws-tax-jurisdiction Pic x(6) value spaces.
       01 ws-tax-amount Pic S9(5)V99 value zero.
       01 tax-rate-table.
         05 txt-entry occurs 10000 times indexed by txt-idx.
           10 txt-store-number Pic 9(3).
           10 txt-jurisdiction Pic x(6).
           10 txt-effective-date Pic 9(8).
           10 txt-rate Pic 9V9(5).
       01 backorder-table.
         05 bot-entry occurs 10000 times indexed by bot-idx.
           10 bot-run-number Pic 9(6).
       01 ws-new-si-name Pic x(20) value spaces.
       01 ws-new-si-qty Pic S9(8) value zero.
       01 ws-new-si-price Pic S9(10)V99 value zero.
       01 ws-new-inv-key.
         05 ws-new-inv-store Pic 9(3) value zero.
         05 ws-new-inv-code Pic x(6) value spaces.
       01 ws-new-inv-on-hand Pic S9(6) value zero.
       01 ws-new-inv-reorder Pic 9(6) value zero.
       01 ws-new-inv-avg-cost Pic 9(5)V9(4) value zero.
       01 ws-unit-cost Pic 9(5)V9(4) value zero.
       01 ws-cost-amount Pic S9(6)V99 value zero.
       01 ws-receipt-unit-cost Pic 9(5)V9(4) value zero.
       01 ws-on-hand-value Pic S9(11)V9(4) value zero.
       01 product-master-table.
         05 pm-entry occurs 1 to 10000 times
             depending on ws-product-master-count
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
           10 invtbl-negative-flag Pic x.
           10 invtbl-avg-cost Pic 9(5)V9(4).
       01 price-history-table.
         05 phs-entry occurs 1 to 10000 times
             depending on ws-price-history-count
           value 'C:\Data Files\Ch2_BACKORDER.dat'.
       01 ws-backorder-new-path Pic x(100)
           value 'C:\Data Files\Ch2_BACKORDER_NEW.dat'.
       01 ws-tax-table-file-path Pic x(100)
           value 'C:\Data Files\Ch2_TAXTBL.dat'.
       01 ws-transit-file-path Pic x(100)
           value 'C:\Data Files\Ch2_TRANSIT.dat'.
       01 ws-transit-new-path Pic x(100)
           value 'C:\Data Files\Ch2_TRANSIT_NEW.dat'.
       01 ws-env-value Pic x(100) value spaces.

       COPY INFLCALC.
           perform 047-load-customer-rtn
           perform 048-load-price-history-rtn
           perform 049-load-backorders-rtn
           perform 044-load-transit-rtn
           perform 043-load-tax-table-rtn
           open input trans-file
           if ws-restart-count > 0
               open extend sales-file
           perform 307-save-inventory-rtn
           perform 306-save-customer-rtn
           perform 304-save-backorders-rtn
           perform 303-save-transit-rtn
           perform 308-stock-report-rtn
           perform 315-clear-restart-rtn
           close trans-file
           display 'CSmithCh2pgm2 backorders freed: '
               ws-released-count
           display 'CSmithCh2pgm2 receipt records:  ' ws-receipt-count
           display 'CSmithCh2pgm2 transfers shipped: '
               ws-transfer-out-count
           display 'CSmithCh2pgm2 transfers landed:  '
               ws-transfer-in-count
           display 'CSmithCh2pgm2 rejected records: ' ws-rejected-count
           perform 320-reject-rate-guard-rtn
           perform 330-run-history-rtn
                           end-if
                           move inv-product-code
                               to ws-new-inv-code
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
                           perform 046-insert-inventory-rtn
                   end-read
               end-perform
           close backorder-file
           move ws-backorder-new-path to ws-backorder-file-path.

       044-load-transit-rtn.
           if ws-restart-count > 0
               move ws-transit-new-path to ws-transit-file-path
           end-if
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
                           set trt-idx to ws-transit-count
                           move trn-transfer-number
                               to trt-transfer-number(trt-idx)
                           move trn-from-store
                               to trt-from-store(trt-idx)
                           move trn-to-store to trt-to-store(trt-idx)
                           move trn-product-code
                               to trt-product-code(trt-idx)
                           move trn-qty to trt-qty(trt-idx)
                           move trn-ship-date to trt-ship-date(trt-idx)
                           move trn-run-number
                               to trt-run-number(trt-idx)
                           move trn-unit-cost to trt-unit-cost(trt-idx)
                           move space to trt-closed-flag(trt-idx)
                   end-read
               end-perform
           end-if
           close transit-file
           move ws-transit-new-path to ws-transit-file-path.

      ******************************************************
      * No tax table on file leaves every sale untaxed with
      * a console warning, the way the other optional tables
      * fall back. Once the table is there, a sale at a
      * store with no rate of its own and no store 000
      * default rejects rather than going out untaxed.
      ******************************************************
       043-load-tax-table-rtn.
           open input tax-table-file
           if ws-tax-table-status = '00'
               move 'YES' to ws-tax-table-loaded
               perform until ws-tax-eof = 'YES'
                   read tax-table-file
                       at end
                           move 'YES' to ws-tax-eof
                       not at end
                           if ws-tax-table-count
                                   >= ws-table-max-entries
                               move 'SALES TAX'
                                   to ws-full-table-name
                               perform 990-table-full-rtn
                           end-if
                           add 1 to ws-tax-table-count
                           move tax-store-number
                               to txt-store-number(ws-tax-table-count)
                           move tax-jurisdiction
                               to txt-jurisdiction(ws-tax-table-count)
                           move tax-effective-date
                               to txt-effective-date(ws-tax-table-count)
                           move tax-rate
                               to txt-rate(ws-tax-table-count)
                   end-read
               end-perform
           else
               display
               'CSmithCh2pgm2: sales tax table not found, status='
                   ws-tax-table-status
                   ' - sales will post without tax'
           end-if
           close tax-table-file.

       051-backorder-to-table-rtn.
           move bo-run-number
               to bot-run-number(ws-backorder-table-count)
           move space to bot-filled-flag(ws-backorder-table-count).

      ******************************************************
      * The lookup tables are kept in key order so
      * every lookup is a binary SEARCH ALL instead of a
      * front-to-back scan. Each insert slides the new entry
      * back to its slot; a master saved by an earlier run
                   move 'YES' to ws-insert-done
               else
                   compute ws-shift-sub = ws-insert-pos - 1
                   if invtbl-key(ws-shift-sub) <= ws-new-inv-key
                       move 'YES' to ws-insert-done
                   else
                       move inv-entry(ws-shift-sub)
                   end-if
               end-if
           end-perform
           move ws-new-inv-store to invtbl-store(ws-insert-pos)
           move ws-new-inv-code to invtbl-code(ws-insert-pos)
           move ws-new-inv-on-hand to invtbl-on-hand(ws-insert-pos)
           move ws-new-inv-reorder
               to invtbl-reorder-point(ws-insert-pos)
           move space to invtbl-negative-flag(ws-insert-pos)
           move ws-new-inv-avg-cost to invtbl-avg-cost(ws-insert-pos).

       052-insert-customer-rtn.
           add 1 to ws-customer-count
               move ws-env-value to ws-backorder-new-path
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment 'CH2TRANSIT'
           if ws-env-value not = spaces
               move ws-env-value to ws-transit-file-path
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment 'CH2TRANSITN'
           if ws-env-value not = spaces
               move ws-env-value to ws-transit-new-path
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment 'CH2TAXTBL'
           if ws-env-value not = spaces
               move ws-env-value to ws-tax-table-file-path
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment 'CH2REJMAX'
           evaluate true
               when ws-env-value(1:3) is numeric
                               to ws-backorder-count
                           move checkpoint-released-count
                               to ws-released-count
                           move checkpoint-transfer-out-count
                               to ws-transfer-out-count
                           move checkpoint-transfer-in-count
                               to ws-transfer-in-count
                   end-read
                   close restart-file
               end-if
           if ws-valid-record = 'YES'
               perform 220-lookup-product-rtn
           end-if
           evaluate true
               when ws-valid-record = 'NO'
                   continue
               when trans-type-in = 'I'
                   perform 235-receipt-rtn
               when trans-type-in = 'X'
                   perform 236-transfer-ship-rtn
               when trans-type-in = 'C'
                   perform 238-transfer-land-rtn
               when other
                   perform 225-apply-inflation-rtn
                   if ws-valid-record = 'YES'
                       perform 226-lookup-tax-rtn
                   end-if
                   if ws-valid-record = 'YES'
                       perform 227-check-customer-rtn
                   end-if
                   if ws-valid-record = 'YES'
                       perform 228-check-available-rtn
                       if ws-backorder-qty > zero
                           perform 229-hold-backorder-rtn
                       end-if
                       if ws-ship-qty > zero
                           move ws-ship-qty to qty-sold-in
                           perform 230-accept-rtn
                       end-if
                   end-if
           end-evaluate
           if ws-valid-record = 'NO'
               perform 250-reject-rtn
           end-if.
               when trans-type-in not = 'S'
                   and trans-type-in not = 'R'
                   and trans-type-in not = 'I'
                   and trans-type-in not = 'X'
                   and trans-type-in not = 'C'
                   and trans-type-in not = space
                   move 'NO' to ws-valid-record
                   move 'INVALID TRANS TYPE' to ws-reject-reason
               move 'NO' to ws-valid-record
               move 'UNKNOWN PRODUCT CODE' to ws-reject-reason
           else
               if trans-type-in = 'I' or trans-type-in = 'X'
                   or trans-type-in = 'C'
                   continue
               else
               perform 222-effective-price-rtn
               move 'NO INFLATION RATE' to ws-reject-reason
           end-if.

      ******************************************************
      * The sales tax rate is the one in effect at the store
      * on the business date the sale was rung, so a rate
      * change mid-batch taxes each sale at its own day's
      * rate. The store's own entry wins; store 000 is the
      * company default.
      ******************************************************
       226-lookup-tax-rtn.
           move zero to ws-tax-rate
           move spaces to ws-tax-jurisdiction
           if ws-tax-table-loaded = 'YES'
               move ws-store-number to ws-tax-store
               perform 224-find-tax-rate-rtn
               if ws-tax-found = 'NO'
                   move zero to ws-tax-store
                   perform 224-find-tax-rate-rtn
               end-if
               if ws-tax-found = 'NO'
                   move 'NO' to ws-valid-record
                   move 'NO TAX RATE' to ws-reject-reason
               end-if
           end-if.

       224-find-tax-rate-rtn.
           move 'NO' to ws-tax-found
           move zero to ws-tax-best-effective
           perform varying txt-idx from 1 by 1
                   until txt-idx > ws-tax-table-count
               if txt-store-number(txt-idx) = ws-tax-store
                   and txt-effective-date(txt-idx)
                       <= ws-effective-date
                   and txt-effective-date(txt-idx)
                       >= ws-tax-best-effective
                   move 'YES' to ws-tax-found
                   move txt-effective-date(txt-idx)
                       to ws-tax-best-effective
                   move txt-rate(txt-idx) to ws-tax-rate
                   move txt-jurisdiction(txt-idx)
                       to ws-tax-jurisdiction
               end-if
           end-perform.

      ******************************************************
      * A nonblank customer number marks an on-account sale
      * or return. The account must exist, and a sale must
      * fit under the credit limit at the inflated price plus
      * sales tax; a return always posts, crediting the account that was
      * charged. cm-idx stays set for the posting in
      * 232-post-receivable-rtn.
      ******************************************************
                       compute ws-credit-exposure
                           = cm-balance(cm-idx)
                               + (new-cost of data-calc
                                   * qty-sold-in
                                   * (1 + ws-tax-rate))
                       if ws-credit-exposure
                               > cm-credit-limit(cm-idx)
                           move 'NO' to ws-valid-record
           if trans-type-in = 'R'
               continue
           else
               move ws-store-number to ws-release-store
               move product-code-in to ws-release-product
               perform 282-find-available-rtn
               if qty-sold-in > ws-available
           move new-cost of data-calc to unit-price-out
           multiply unit-price-out by qty-sold-out giving
           total-price-out
           compute ws-tax-amount rounded
               = total-price-out * ws-tax-rate
           move trans-date-in to trans-date-out
           write sales-rec
           add 1 to ws-accepted-count
           add qty-sold-out to ws-qty-sold-total
           add total-price-out to ws-price-total
           perform 231-cost-sale-rtn
           perform 240-audit-rtn
           perform 245-update-sales-index-rtn
           compute ws-inv-delta = zero - qty-sold-out
               perform 232-post-receivable-rtn
           end-if.

      ******************************************************
      * Every sale, return, and backorder release is costed
      * at the weighted-average cost of the stock it comes
      * out of as it stands before the line posts; a return
      * comes back into stock at that same average, so it
      * credits cost of goods sold without moving the
      * average.
      ******************************************************
       231-cost-sale-rtn.
           move zero to ws-unit-cost
           move ws-store-number to ws-loc-store
           move product-code-in to ws-loc-product
           perform 285-find-location-rtn
           if ws-inventory-found = 'YES'
               move invtbl-avg-cost(inv-idx) to ws-unit-cost
           end-if
           compute ws-cost-amount rounded
               = ws-unit-cost * qty-sold-out.

       232-post-receivable-rtn.
           move spaces to ar-rec
           move customer-number-in to ar-customer-number
           move product-code-in to ar-product-code
           move qty-sold-out to ar-qty
           move total-price-out to ar-amount
           if trans-type-in = 'R'
               move 'R' to ar-item-type
           else
               move 'S' to ar-item-type
           end-if
           move ws-tax-amount to ar-tax-amount
           compute ar-open-amount = total-price-out + ws-tax-amount
           move 'O' to ar-status
           write ar-rec
           add ar-open-amount to cm-balance(cm-idx)
           add 1 to ws-on-account-count.

       235-receipt-rtn.
           if unit-price-in is numeric and unit-price-in not = zero
               move unit-price-in to ws-receipt-unit-cost
           else
               move pm-price(pm-idx) to ws-receipt-unit-cost
           end-if
           move qty-sold-in to ws-inv-delta
           perform 270-update-inventory-rtn
           set ws-release-loc to inv-idx
           add 1 to ws-receipt-count
           perform 237-receipt-run-rtn
           perform 280-release-backorders-rtn.

      ******************************************************
      * An 'X' transfer ships stock from this store to the
      * store keyed in the price position. The shipping
      * store must have the quantity on hand - a transfer
      * never backorders or drives the on-hand negative -
      * and the slip number may not already be in transit
      * for the same product and stores. The stock leaves
      * the shipper's on-hand now and waits in transit at
      * the shipper's average cost until the receiving
      * store confirms it.
      ******************************************************
       236-transfer-ship-rtn.
           perform 239-check-other-store-rtn
           if ws-valid-record = 'YES'
               move ws-store-number to ws-loc-store
               move ws-other-store to ws-trn-to-store
               perform 241-find-transit-rtn
               if ws-transit-sub > zero
                   move 'NO' to ws-valid-record
                   move 'DUPLICATE TRANSFER' to ws-reject-reason
               end-if
           end-if
           if ws-valid-record = 'YES'
               move ws-store-number to ws-release-store
               move product-code-in to ws-release-product
               perform 282-find-available-rtn
               if qty-sold-in > ws-available
                   move 'NO' to ws-valid-record
                   move 'SHORT FOR TRANSFER' to ws-reject-reason
               end-if
           end-if
           if ws-valid-record = 'YES'
               if ws-transit-count >= ws-table-max-entries
                   move 'IN TRANSIT' to ws-full-table-name
                   perform 990-table-full-rtn
               end-if
               add 1 to ws-transit-count
               set trt-idx to ws-transit-count
               move xfer-number-in to trt-transfer-number(trt-idx)
               move ws-store-number to trt-from-store(trt-idx)
               move ws-other-store to trt-to-store(trt-idx)
               move product-code-in to trt-product-code(trt-idx)
               move qty-sold-in to trt-qty(trt-idx)
               move trans-date-in to trt-ship-date(trt-idx)
               move ws-run-number to trt-run-number(trt-idx)
               move invtbl-avg-cost(inv-idx) to trt-unit-cost(trt-idx)
               move space to trt-closed-flag(trt-idx)
               compute ws-inv-delta = zero - qty-sold-in
               perform 270-update-inventory-rtn
               add 1 to ws-transfer-out-count
           end-if.

      ******************************************************
      * A 'C' confirms that this store received a transfer
      * shipped by the store keyed in the price position.
      * It must match a transfer in transit by slip number,
      * product, and the two stores, for no more than is
      * still in transit. The stock lands on this store's
      * own on-hand at the cost it shipped at, averaging in
      * like a receipt, and releases this store's
      * backorders; a short confirmation leaves the
      * remainder in transit.
      ******************************************************
       238-transfer-land-rtn.
           perform 239-check-other-store-rtn
           if ws-valid-record = 'YES'
               move ws-other-store to ws-loc-store
               move ws-store-number to ws-trn-to-store
               perform 241-find-transit-rtn
               if ws-transit-sub = zero
                   move 'NO' to ws-valid-record
                   move 'NOT IN TRANSIT' to ws-reject-reason
               else
                   if qty-sold-in > trt-qty(ws-transit-sub)
                       move 'NO' to ws-valid-record
                       move 'OVER TRANSIT QTY' to ws-reject-reason
                   end-if
               end-if
           end-if
           if ws-valid-record = 'YES'
               move trt-unit-cost(ws-transit-sub)
                   to ws-receipt-unit-cost
               subtract qty-sold-in from trt-qty(ws-transit-sub)
               if trt-qty(ws-transit-sub) = zero
                   move 'Y' to trt-closed-flag(ws-transit-sub)
               end-if
               move qty-sold-in to ws-inv-delta
               perform 270-update-inventory-rtn
               set ws-release-loc to inv-idx
               add 1 to ws-transfer-in-count
               perform 280-release-backorders-rtn
           end-if.

       239-check-other-store-rtn.
           if xfer-other-store-in is numeric
               move xfer-other-store-in to ws-other-store
           else
               move zero to ws-other-store
           end-if
           evaluate true
               when xfer-other-store-in is not numeric
                   move 'NO' to ws-valid-record
                   move 'INVALID OTHER STORE' to ws-reject-reason
               when ws-other-store = ws-store-number
                   move 'NO' to ws-valid-record
                   move 'INVALID OTHER STORE' to ws-reject-reason
               when xfer-number-in = spaces
                   move 'NO' to ws-valid-record
                   move 'NO TRANSFER NUMBER' to ws-reject-reason
               when other
                   continue
           end-evaluate.

      ******************************************************
      * Finds the open transit entry for the slip number and
      * product in hand shipped from ws-loc-store to
      * ws-trn-to-store; ws-transit-sub is zero when none.
      ******************************************************
       241-find-transit-rtn.
           move zero to ws-transit-sub
           perform varying trt-idx from 1 by 1
                   until trt-idx > ws-transit-count
                   or ws-transit-sub > zero
               if trt-closed-flag(trt-idx) = space
                   and trt-transfer-number(trt-idx) = xfer-number-in
                   and trt-product-code(trt-idx) = product-code-in
                   and trt-from-store(trt-idx) = ws-loc-store
                   and trt-to-store(trt-idx) = ws-trn-to-store
                   set ws-transit-sub to trt-idx
               end-if
           end-perform.

       237-receipt-run-rtn.
           move spaces to receipt-rec
           move ws-run-number to rcpt-run-number
           move ws-run-date to rcpt-run-date
           move ws-store-number to rcpt-store-number
           move product-code-in to rcpt-product-code
           move ws-receipt-unit-cost to rcpt-unit-cost
           move qty-sold-in to rcpt-qty
           multiply rcpt-unit-cost by qty-sold-in
               giving rcpt-total-cost
           move qty-sold-out to audit-qty-sold
           move total-price-out to audit-total-price
           move trans-date-in to audit-trans-date
           move ws-tax-jurisdiction to audit-jurisdiction
           move ws-tax-amount to audit-tax-amount
           move ws-unit-cost to audit-unit-cost
           move ws-cost-amount to audit-cost-amount
           write audit-rec.

       245-update-sales-index-rtn.
               perform 041-insert-sales-index-rtn
           end-if.

      ******************************************************
      * Sales, returns, and transfers out post to the stock
      * they come out of (see 285). Receipts and confirmed
      * transfers always land on the store's own record,
      * which is opened on the first one at the company
      * record's reorder point.
      ******************************************************
       270-update-inventory-rtn.
           if trans-type-in = 'I' or trans-type-in = 'C'
               move ws-store-number to ws-inv-key-store
               move product-code-in to ws-inv-key-code
               perform 286-search-inventory-rtn
           else
               move ws-store-number to ws-loc-store
               move product-code-in to ws-loc-product
               perform 285-find-location-rtn
           end-if
           if ws-inventory-found = 'NO'
               perform 287-new-location-rtn
           end-if
           if ws-inventory-found = 'YES'
               if trans-type-in = 'I' or trans-type-in = 'C'
                   perform 275-average-cost-rtn
               end-if
               add ws-inv-delta to invtbl-on-hand(inv-idx)
               if invtbl-on-hand(inv-idx) < zero
                   and ws-inv-delta < zero
                   move 'Y' to invtbl-negative-flag(inv-idx)
                   display 'CSmithCh2pgm2: on-hand negative for '
                       product-code-in ' at store '
                       invtbl-store(inv-idx) ' - check the counts'
               end-if
           end-if.

      ******************************************************
      * A receipt moves the weighted-average cost to the
      * value on hand plus the receipt's cost, spread over
      * the new on-hand. Stock at or below zero has no cost
      * basis left to average, so the receipt's own cost
      * becomes the average.
      ******************************************************
       275-average-cost-rtn.
           if invtbl-on-hand(inv-idx) <= zero
               move ws-receipt-unit-cost to invtbl-avg-cost(inv-idx)
           else
               compute ws-on-hand-value
                   = invtbl-on-hand(inv-idx) * invtbl-avg-cost(inv-idx)
                     + ws-inv-delta * ws-receipt-unit-cost
               compute invtbl-avg-cost(inv-idx) rounded
                   = ws-on-hand-value
                     / (invtbl-on-hand(inv-idx) + ws-inv-delta)
           end-if.

      ******************************************************
      * A receipt that replenishes a product releases its
      * backorders oldest-first, each one pushed through the
               if bot-filled-flag(ws-bo-sub) not = 'Y'
                   and bot-product-code(ws-bo-sub)
                       = ws-release-product
                   move bot-store-number(ws-bo-sub)
                       to ws-release-store
                   perform 282-find-available-rtn
                   set ws-loc-sub to inv-idx
                   if ws-inventory-found = 'YES'
                       and ws-loc-sub = ws-release-loc
                       if ws-available = zero
                           exit perform
                       end-if
                       if ws-available >= bot-qty(ws-bo-sub)
                           move bot-qty(ws-bo-sub) to ws-release-qty
                           move 'Y' to bot-filled-flag(ws-bo-sub)
                       else
                           move ws-available to ws-release-qty
                           subtract ws-release-qty
                               from bot-qty(ws-bo-sub)
                       end-if
                       perform 284-release-one-rtn
                   end-if
               end-if
           end-perform
           move 'YES' to ws-valid-record

       282-find-available-rtn.
           move zero to ws-available
           move ws-release-store to ws-loc-store
           move ws-release-product to ws-loc-product
           perform 285-find-location-rtn
           if ws-inventory-found = 'YES'
               and invtbl-on-hand(inv-idx) > zero
               move invtbl-on-hand(inv-idx) to ws-available
           end-if.

      ******************************************************
      * Inventory is kept by store and product. A store with
      * no record of its own for a product sells out of the
      * company record (store 000) - where the records from
      * before stock was kept by store landed - until stock
      * is received or transferred in to it. inv-idx is left
      * on the record found.
      ******************************************************
       285-find-location-rtn.
           move ws-loc-store to ws-inv-key-store
           move ws-loc-product to ws-inv-key-code
           perform 286-search-inventory-rtn
           if ws-inventory-found = 'NO' and ws-loc-store not = zero
               move zero to ws-inv-key-store
               perform 286-search-inventory-rtn
           end-if.

       286-search-inventory-rtn.
           move 'NO' to ws-inventory-found
           set inv-idx to 1
           search all inv-entry
               at end
                   continue
               when invtbl-key(inv-idx) = ws-inv-key
                   move 'YES' to ws-inventory-found
           end-search.

       287-new-location-rtn.
           if ws-inventory-count >= ws-table-max-entries
               move 'INVENTORY' to ws-full-table-name
               perform 990-table-full-rtn
           end-if
           move zero to ws-new-inv-reorder
           if ws-store-number not = zero
               move zero to ws-inv-key-store
               move product-code-in to ws-inv-key-code
               perform 286-search-inventory-rtn
               if ws-inventory-found = 'YES'
                   move invtbl-reorder-point(inv-idx)
                       to ws-new-inv-reorder
               end-if
           end-if
           move ws-store-number to ws-new-inv-store
           move product-code-in to ws-new-inv-code
           move zero to ws-new-inv-on-hand
           move zero to ws-new-inv-avg-cost
           perform 046-insert-inventory-rtn
           set inv-idx to ws-insert-pos
           move 'YES' to ws-inventory-found.

       284-release-one-rtn.
           move 'YES' to ws-valid-record
           move spaces to ws-reject-reason
           if ws-valid-record = 'YES'
               perform 225-apply-inflation-rtn
           end-if
           if ws-valid-record = 'YES'
               perform 226-lookup-tax-rtn
           end-if
           if ws-valid-record = 'YES'
               perform 227-check-customer-rtn
           end-if
                   to checkpoint-on-account-count
               move ws-backorder-count to checkpoint-backorder-count
               move ws-released-count to checkpoint-released-count
               move ws-transfer-out-count
                   to checkpoint-transfer-out-count
               move ws-transfer-in-count
                   to checkpoint-transfer-in-count
               write checkpoint-rec
               close restart-file
               perform 305-save-sales-index-rtn
               perform 307-save-inventory-rtn
               perform 306-save-customer-rtn
               perform 304-save-backorders-rtn
               perform 303-save-transit-rtn
           end-if.

       315-clear-restart-rtn.
           end-perform
           close backorder-file.

       303-save-transit-rtn.
           open output transit-file
           perform varying trt-idx from 1 by 1
                   until trt-idx > ws-transit-count
               if trt-closed-flag(trt-idx) = space
                   move spaces to transit-rec
                   move trt-transfer-number(trt-idx)
                       to trn-transfer-number
                   move trt-from-store(trt-idx) to trn-from-store
                   move trt-to-store(trt-idx) to trn-to-store
                   move trt-product-code(trt-idx)
                       to trn-product-code
                   move trt-qty(trt-idx) to trn-qty
                   move trt-ship-date(trt-idx) to trn-ship-date
                   move trt-run-number(trt-idx) to trn-run-number
                   move trt-unit-cost(trt-idx) to trn-unit-cost
                   write transit-rec
               end-if
           end-perform
           close transit-file.

       305-save-sales-index-rtn.
           open output sales-index-file
           perform varying si-idx from 1 by 1
                   until inv-idx > ws-inventory-count
               move spaces to inv-rec
               move invtbl-code(inv-idx) to inv-product-code
               move invtbl-store(inv-idx) to inv-store-number
               move invtbl-on-hand(inv-idx) to inv-on-hand
               move invtbl-reorder-point(inv-idx) to inv-reorder-point
               move invtbl-avg-cost(inv-idx) to inv-avg-cost
               write inv-rec
           end-perform
           close inventory-master-file.
           move 'CH2 STOCK STATUS REPORT' to stock-header-title
           write stock-header-rec
           move spaces to stock-column-rec
           move 'STORE' to stock-col-store
           move 'CODE' to stock-col-code
           move 'PRODUCT NAME' to stock-col-name
           move 'ON HAND' to stock-col-on-hand
               move 'NO OPEN BACKORDERS' to stock-detail-rec
               write stock-detail-rec
           end-if
           move spaces to stock-header-rec
           move 'STOCK IN TRANSIT' to stock-header-title
           write stock-header-rec
           move zero to ws-open-transit-count
           perform 313-transit-line-rtn
               varying trt-idx from 1 by 1
               until trt-idx > ws-transit-count
           if ws-open-transit-count = zero
               move spaces to stock-detail-rec
               move 'NOTHING IN TRANSIT' to stock-detail-rec
               write stock-detail-rec
           end-if
           close stock-report-file.

       313-transit-line-rtn.
           if trt-closed-flag(trt-idx) = space
               add 1 to ws-open-transit-count
               move spaces to stock-transit-rec
               move trt-product-code(trt-idx) to str-product-code
               move trt-from-store(trt-idx) to str-from-store
               move ' TO ' to str-to-literal
               move trt-to-store(trt-idx) to str-to-store
               move trt-transfer-number(trt-idx)
                   to str-transfer-number
               move trt-qty(trt-idx) to str-qty
               move trt-ship-date(trt-idx) to str-date
               move 'IN TRANSIT' to str-note
               write stock-transit-rec
           end-if.

       312-backorder-line-rtn.
           if bot-filled-flag(bot-idx) = space
               add 1 to ws-open-backorder-count
               write stock-backorder-rec
           end-if.

      ******************************************************
      * Every store's on-hand is listed, store by store, so
      * the stores can see what their neighbors hold before
      * keying a transfer; the note flags the records at or
      * below their own reorder point.
      ******************************************************
       309-stock-report-line-rtn.
           move spaces to stock-detail-rec
           move invtbl-store(inv-idx) to stock-store
           move invtbl-code(inv-idx) to stock-product-code
           set pm-idx to 1
           search all pm-entry
               at end
                   continue
               when pm-code(pm-idx) = invtbl-code(inv-idx)
                   move pm-name(pm-idx) to stock-product-name
           end-search
           move invtbl-on-hand(inv-idx) to stock-on-hand
           move invtbl-reorder-point(inv-idx)
               to stock-reorder-point
           evaluate true
               when invtbl-negative-flag(inv-idx) = 'Y'
                   or invtbl-on-hand(inv-idx) < zero
                   add 1 to ws-low-stock-count
                   move 'ON-HAND NEGATIVE' to stock-note
               when invtbl-on-hand(inv-idx)
                       <= invtbl-reorder-point(inv-idx)
                   add 1 to ws-low-stock-count
                   move 'REORDER' to stock-note
               when other
                   continue
           end-evaluate
           write stock-detail-rec.

       end program Problem2.
