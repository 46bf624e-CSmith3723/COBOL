      ******************************************************
      * Cycle count adjustment record written by the count
      * posting step, one for every counted line posted -
      * including lines that counted out exact, so the file
      * also says when each store and product was last
      * counted. The run's records are appended to the count
      * history (the audit trail of every inventory
      * adjustment) and to the pending shrink file the next
      * GL extract journals and clears. The adjustment is
      * the count less the frozen on-hand; it is added to
      * the on-hand the master carried at posting time, and
      * valued at that record's weighted-average cost.
      ******************************************************
       01 count-adj-rec.
         05 ca-sheet-number Pic 9(6).
         05 filler Pic x(2).
         05 ca-count-date Pic 9(8).
         05 filler Pic x(2).
         05 ca-post-date Pic 9(8).
         05 filler Pic x(2).
         05 ca-post-time Pic 9(8).
         05 filler Pic x(2).
         05 ca-approved-by Pic x(8).
         05 filler Pic x(2).
         05 ca-store-number Pic 9(3).
         05 filler Pic x(2).
         05 ca-product-code Pic x(6).
         05 filler Pic x(2).
         05 ca-frozen-on-hand Pic S9(6) sign leading separate.
         05 filler Pic x(2).
         05 ca-counted-qty Pic 9(6).
         05 filler Pic x(2).
         05 ca-adjust-qty Pic S9(6) sign leading separate.
         05 filler Pic x(2).
         05 ca-before-on-hand Pic S9(6) sign leading separate.
         05 filler Pic x(2).
         05 ca-after-on-hand Pic S9(6) sign leading separate.
         05 filler Pic x(2).
         05 ca-unit-cost Pic 9(5)V9(4).
         05 filler Pic x(2).
         05 ca-adjust-value Pic S9(7)V99 sign leading separate.
