      * amount against the same account that was charged, so
      * the open items net to the customer balance. Stamped
      * with the run number the same way the audit record is.
      * The cash receipts run settles items oldest first:
      * ar-open-amount is what is still owed on the item and
      * ar-status goes from 'O' open to 'P' paid once it is
      * settled, with ar-reference the check that settled it.
      * An overpayment is left on the account as a 'U'
      * unapplied credit item. Records written before the
      * open-item fields existed read with a blank status and
      * are treated as open for their full amount.
      * ar-amount is the pre-tax line amount and
      * ar-tax-amount the sales tax charged (or credited
      * back) with it; the open amount and the customer
      * balance include the tax.
      ******************************************************
       01 ar-rec.
         05 ar-customer-number Pic x(6).
         05 ar-qty Pic S999 sign leading separate.
         05 filler Pic x(2).
         05 ar-amount Pic S9(6)V99 sign leading separate.
         05 filler Pic x(2).
         05 ar-item-type Pic x.
         05 filler Pic x(2).
         05 ar-open-amount Pic S9(6)V99 sign leading separate.
         05 filler Pic x(2).
         05 ar-status Pic x.
         05 filler Pic x(2).
         05 ar-reference Pic x(8).
         05 filler Pic x(2).
         05 ar-tax-amount Pic S9(5)V99 sign leading separate.
