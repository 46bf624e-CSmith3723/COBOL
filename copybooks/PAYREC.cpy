      ******************************************************
      * Customer payment record keyed by the cash office and
      * read by the cash receipts posting run. One record per
      * check received: the trade account it pays, the check
      * number, the amount, and the yyyymmdd date received.
      ******************************************************
       01 payment-rec.
         05 pay-customer-number Pic x(6).
         05 filler Pic x(2).
         05 pay-check-number Pic x(8).
         05 filler Pic x(2).
         05 pay-amount Pic 9(7)V99.
         05 filler Pic x(2).
         05 pay-date Pic 9(8).
