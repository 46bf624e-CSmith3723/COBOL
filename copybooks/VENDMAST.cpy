      * generation program and any follow-on purchasing
      * reports. One record per product: the vendor that
      * supplies it, the lead time in days used to set the
      * PO due date, the standard order quantity placed
      * when the product falls to its reorder point, and the
      * vendor's payment terms in days, which set the due
      * date of an approved invoice (blank on records from
      * before terms were carried: net 30 is assumed).
      ******************************************************
       01 vendor-master-rec.
         05 vend-product-code Pic x(6).
         05 vend-lead-days Pic 9(3).
         05 filler Pic x(2).
         05 vend-order-qty Pic 9(5).
         05 filler Pic x(2).
         05 vend-terms-days Pic 9(3).
