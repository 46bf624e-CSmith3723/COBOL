      ******************************************************
      * Approved payable voucher written by the invoice
      * match run. Each run's vouchers go out as the
      * accounts payable extract and are appended to the
      * voucher history by the job step, which the next run
      * reads to catch an invoice billed twice and to know
      * how much of each purchase order is already billed.
      * The due date is the invoice date plus the vendor's
      * payment terms.
      ******************************************************
       01 voucher-rec.
         05 vch-voucher-number Pic 9(6).
         05 filler Pic x(2).
         05 vch-vendor-number Pic x(4).
         05 filler Pic x(2).
         05 vch-invoice-number Pic x(10).
         05 filler Pic x(2).
         05 vch-po-number Pic 9(6).
         05 filler Pic x(2).
         05 vch-store-number Pic 9(3).
         05 filler Pic x(2).
         05 vch-product-code Pic x(6).
         05 filler Pic x(2).
         05 vch-qty Pic 9(5).
         05 filler Pic x(2).
         05 vch-unit-cost Pic 9(3)V99.
         05 filler Pic x(2).
         05 vch-amount Pic 9(7)V99.
         05 filler Pic x(2).
         05 vch-invoice-date Pic 9(8).
         05 filler Pic x(2).
         05 vch-due-date Pic 9(8).
         05 filler Pic x(2).
         05 vch-run-number Pic 9(6).
