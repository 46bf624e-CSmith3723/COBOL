      ******************************************************
      * Inventory master record shared by CSmithCh2pgm2
      * (rewrites it as a new generation every run), the
      * purchase order generation program, and the operator
      * inquiry. One record per store and product: the
      * on-hand at that store, the store's own reorder point,
      * and the running weighted-average unit
      * cost. The average is recomputed as each 'I' receipt
      * posts (on-hand value plus the receipt's cost, over
      * the new on-hand) and every sale, return, and
      * backorder release is costed at it. Records written
      * before the cost was carried have it blank, read as
      * zero until the product's next receipt. Records from
      * before stock was kept by store have the store number
      * blank and load as store 000, the company record a
      * store with no record of its own sells from.
      ******************************************************
       01 inv-rec.
         05 inv-product-code Pic x(6).
         05 inv-on-hand Pic S9(6) sign leading separate.
         05 inv-reorder-point Pic 9(6).
         05 filler Pic x(2).
         05 inv-avg-cost Pic 9(5)V9(4).
         05 filler Pic x(2).
         05 inv-store-number Pic 9(3).
