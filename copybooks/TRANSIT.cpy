      ******************************************************
      * Stock in transit between stores, held by the sales
      * run. An 'X' transfer takes the stock off the
      * shipping store's on-hand and parks it here at the
      * shipper's average cost; the receiving store's 'C'
      * confirmation moves it onto that store's on-hand. A
      * confirmation for less than was shipped leaves the
      * rest in transit until it is confirmed. Rewritten as
      * a new generation the job step swaps after a clean
      * run.
      ******************************************************
       01 transit-rec.
         05 trn-transfer-number Pic x(6).
         05 filler Pic x(2).
         05 trn-from-store Pic 9(3).
         05 filler Pic x(2).
         05 trn-to-store Pic 9(3).
         05 filler Pic x(2).
         05 trn-product-code Pic x(6).
         05 filler Pic x(2).
         05 trn-qty Pic 999.
         05 filler Pic x(2).
         05 trn-ship-date Pic 9(8).
         05 filler Pic x(2).
         05 trn-run-number Pic 9(6).
         05 filler Pic x(2).
         05 trn-unit-cost Pic 9(5)V9(4).
