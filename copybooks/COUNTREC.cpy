      ******************************************************
      * Keyed cycle count record, one per line counted off a
      * count sheet: the sheet number printed on the sheet,
      * the store and product, and the quantity the counter
      * found on the shelf.
      ******************************************************
       01 count-rec.
         05 cnt-sheet-number Pic 9(6).
         05 filler Pic x(2).
         05 cnt-store-number Pic 9(3).
         05 filler Pic x(2).
         05 cnt-product-code Pic x(6).
         05 filler Pic x(2).
         05 cnt-counted-qty Pic 9(6).
