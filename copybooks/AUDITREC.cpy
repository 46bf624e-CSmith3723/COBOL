      * the transaction; the period close cuts on it, not on
      * the run date, so a late-transmitted batch still lands
      * in the right period.
      * audit-jurisdiction and audit-tax-amount are the sales
      * tax charged on the line (credited back, negative, on
      * a return) and the jurisdiction it is owed to; the
      * total price stays pre-tax. Records written before tax
      * was carried have both fields blank.
      * audit-unit-cost is the product's weighted-average
      * cost when the line posted and audit-cost-amount the
      * cost of goods sold on it (negative on a return, which
      * puts the cost back into inventory). Records written
      * before cost was carried have both fields blank.
      ******************************************************
       01 audit-rec.
         05 audit-run-number Pic 9(6).
         05 audit-total-price Pic S9(6)V99 sign leading separate.
         05 filler Pic x(2).
         05 audit-trans-date Pic 9(8).
         05 filler Pic x(2).
         05 audit-jurisdiction Pic x(6).
         05 filler Pic x(2).
         05 audit-tax-amount Pic S9(5)V99 sign leading separate.
         05 filler Pic x(2).
         05 audit-unit-cost Pic 9(5)V9(4).
         05 filler Pic x(2).
         05 audit-cost-amount Pic S9(6)V99 sign leading separate.
