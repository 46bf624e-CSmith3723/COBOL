      ******************************************************
      * Price change record written by the scheduled price
      * apply step at the top of the nightly run, one per
      * product whose price it changed tonight: the price
      * the stores had, the price now on the product master,
      * and the effective date of the scheduled change that
      * was applied. The store price book step reads it to
      * tell the stores what changed. The file is rewritten
      * every night, so it only ever holds that night's
      * changes.
      ******************************************************
       01 price-change-rec.
         05 pc-product-code Pic x(6).
         05 filler Pic x(2).
         05 pc-product-name Pic x(20).
         05 filler Pic x(2).
         05 pc-old-price Pic 9(3)V99.
         05 filler Pic x(2).
         05 pc-new-price Pic 9(3)V99.
         05 filler Pic x(2).
         05 pc-effective-date Pic 9(8).
