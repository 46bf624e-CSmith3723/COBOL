      * receipts have filled the ordered quantity. Both
      * programs rewrite the file as a new generation the
      * job step swaps over the live file after a clean run.
      * po-store-number is the store the order replenishes;
      * orders placed before stock was kept by store have it
      * blank, match a receipt at any store, and stay blank
      * when the file is rewritten. An order raised for
      * store 000 itself matches store 000 only.
      ******************************************************
       01 po-rec.
         05 po-number Pic 9(6).
         05 po-qty-received Pic 9(5).
         05 filler Pic x(2).
         05 po-status Pic x.
         05 filler Pic x(2).
         05 po-store-number Pic 9(3).
