      ******************************************************
      * Vendor invoice line keyed by accounts payable and
      * read by the invoice match run. One record per line
      * billed: the vendor, the vendor's invoice number, the
      * purchase order it bills, the quantity billed, the
      * unit cost billed, and the yyyymmdd invoice date the
      * payment terms run from.
      ******************************************************
       01 vendor-invoice-rec.
         05 vi-vendor-number Pic x(4).
         05 filler Pic x(2).
         05 vi-invoice-number Pic x(10).
         05 filler Pic x(2).
         05 vi-po-number Pic 9(6).
         05 filler Pic x(2).
         05 vi-qty-billed Pic 9(5).
         05 filler Pic x(2).
         05 vi-unit-cost Pic 9(3)V99.
         05 filler Pic x(2).
         05 vi-invoice-date Pic 9(8).
