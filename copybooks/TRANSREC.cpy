      * the two-digit year the inflation rate table is keyed
      * by. The business date is carried to the extract,
      * audit, and reject records and drives the period cut.
      * trans-type-in 'X' ships stock from store-number-in
      * to another store and 'C' is the receiving store's
      * confirmation that it arrived; both use the transfer
      * view below, which carries the other store in the
      * unit price position (keyed as a whole number, so
      * store 004 is keyed 00400) and the transfer slip
      * number in the customer position, so a rejected
      * transfer round-trips through the reject file intact.
      ******************************************************
       01 trans-rec.
         05 trans-type-in Pic X.
         05 resubmit-count-in Pic 99.
         05 customer-number-in Pic x(6).
         05 trans-date-in Pic 9(8).
       01 transfer-trans-rec.
         05 filler Pic x(10).
         05 xfer-other-store-in Pic 9(3).
         05 filler Pic x(9).
         05 xfer-number-in Pic x(6).
         05 filler Pic x(8).
      ******************************************************
      * Batch control records keyed by the stores around
      * each transmitted batch of trans-rec details. The
      * batch edit step validates each trailer against the
      * details it counted and strips both records before
      * the sales run sees the batch; 'H' and 'T' are free
      * because detail types are only S, R, I, X, C, or space.
      * The amount hash is the sum of unit price times
      * quantity over the details; the quantity hash is the
      * sum of the quantities.
