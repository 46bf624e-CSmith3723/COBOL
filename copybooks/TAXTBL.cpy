      ******************************************************
      * Store sales tax table read by the sales run. One
      * record per store per rate change: the taxing
      * jurisdiction the store reports under and the combined
      * rate as a decimal fraction (8.25 percent is keyed as
      * 008250), in effect from tax-effective-date on. A sale
      * is taxed at the store's entry with the latest
      * effective date on or before the business date it was
      * rung; a store 000 entry is the company default for a
      * store with no entry of its own.
      ******************************************************
       01 tax-rate-rec.
         05 tax-store-number Pic 9(3).
         05 filler Pic x(2).
         05 tax-jurisdiction Pic x(6).
         05 filler Pic x(2).
         05 tax-effective-date Pic 9(8).
         05 filler Pic x(2).
         05 tax-rate Pic 9V9(5).
