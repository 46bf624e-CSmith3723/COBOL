      ******************************************************
      * Cycle count freeze record written by the count sheet
      * print (CSmithCh2pgm24) and read by the count variance
      * and posting step. One record per store and product
      * on the sheet: the on-hand and weighted-average cost
      * the inventory master showed when the sheet was cut.
      * Variances are measured against the frozen on-hand,
      * never against the on-hand at posting time, so stock
      * sold or received after the freeze is not counted
      * twice.
      ******************************************************
       01 count-freeze-rec.
         05 cf-sheet-number Pic 9(6).
         05 filler Pic x(2).
         05 cf-freeze-date Pic 9(8).
         05 filler Pic x(2).
         05 cf-freeze-time Pic 9(8).
         05 filler Pic x(2).
         05 cf-store-number Pic 9(3).
         05 filler Pic x(2).
         05 cf-product-code Pic x(6).
         05 filler Pic x(2).
         05 cf-frozen-on-hand Pic S9(6) sign leading separate.
         05 filler Pic x(2).
         05 cf-avg-cost Pic 9(5)V9(4).
