       COPY AUDHIST.

       FD new-audit-file.
       01 new-audit-rec Pic x(113).

       FD product-master-file.
       COPY PRODMAST.
           move audit-qty-sold to hist-qty-sold
           move audit-total-price to hist-total-price
           move audit-trans-date to hist-trans-date
           move audit-jurisdiction to hist-jurisdiction
           if audit-tax-amount is numeric
               move audit-tax-amount to hist-tax-amount
           else
               move zero to hist-tax-amount
           end-if
           if audit-unit-cost is numeric
               and audit-cost-amount is numeric
               move audit-unit-cost to hist-unit-cost
               move audit-cost-amount to hist-cost-amount
           else
               move zero to hist-unit-cost
               move zero to hist-cost-amount
           end-if
           write hist-rec
           add 1 to ws-closed-count
           move audit-product-code to ws-work-code
