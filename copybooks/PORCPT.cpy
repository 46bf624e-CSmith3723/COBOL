      ******************************************************
      * Purchase order receipt record written by the receipt
      * matching step (CSmithCh2pgm15) and read by the vendor
      * invoice match. One record for every piece of a
      * receipt applied to an order: the PO it filled, the
      * store and product, the quantity applied, and the
      * unit cost the receipt was valued at. The run's
      * records are appended to the history file by the
      * nightly swap, so the history is what was received
      * against each order and at what cost.
      ******************************************************
       01 po-receipt-rec.
         05 porc-po-number Pic 9(6).
         05 filler Pic x(2).
         05 porc-run-number Pic 9(6).
         05 filler Pic x(2).
         05 porc-run-date Pic 9(8).
         05 filler Pic x(2).
         05 porc-store-number Pic 9(3).
         05 filler Pic x(2).
         05 porc-product-code Pic x(6).
         05 filler Pic x(2).
         05 porc-qty Pic 9(5).
         05 filler Pic x(2).
         05 porc-unit-cost Pic 9(3)V99.
