      * the close date that archived it followed by the
      * original audit fields. Quantity and total carry a
      * leading separate sign so return credits net out.
      * The sales tax jurisdiction and amount are carried
      * from the audit record so the period tax liability
      * report ties to the history; both are blank on
      * records closed before tax was carried.
      * The unit cost and cost of goods sold are carried the
      * same way for the gross margin reporting, blank on
      * records closed before cost was carried.
      ******************************************************
       01 hist-rec.
         05 hist-close-date Pic 9(8).
         05 hist-total-price Pic S9(6)V99 sign leading separate.
         05 filler Pic x(2).
         05 hist-trans-date Pic 9(8).
         05 filler Pic x(2).
         05 hist-jurisdiction Pic x(6).
         05 filler Pic x(2).
         05 hist-tax-amount Pic S9(5)V99 sign leading separate.
         05 filler Pic x(2).
         05 hist-unit-cost Pic 9(5)V9(4).
         05 filler Pic x(2).
         05 hist-cost-amount Pic S9(6)V99 sign leading separate.
