      * open PO for the product is filled), receipts with
      * no PO on file at all, and open POs past their due
      * date, so purchasing finally hears when a reorder
      * was not acted on - or acted on twice. A receipt
      * fills only the orders raised for the store it was
      * received at, plus any company order from before
      * stock was kept by store. Every piece of a receipt
      * applied to an order is written to the PO receipt
      * file with the cost it was received at, which the
      * swap appends to the receipt history the vendor
      * invoice match reads.
      ********************************************

       environment division.
           select po-exception-file
               assign to dynamic ws-po-exception-file-path
               organization is line sequential.
           select po-receipt-run-file
               assign to dynamic ws-po-receipt-run-file-path
               organization is line sequential.

       data division.
       file section.
       FD po-master-file.
       COPY POMAST.

       FD po-receipt-run-file.
       COPY PORCPT.

       FD po-exception-file.
       01 po-exc-header-rec.
         05 filler Pic x(5).
       01 ws-run-date Pic 9(8) value zero.
       01 ws-qty-to-apply Pic 9(6) value zero.
       01 ws-qty-open Pic 9(6) value zero.
       01 ws-qty-applied Pic 9(6) value zero.
       01 ws-receipt-count Pic 9(6) value zero.
       01 ws-matched-count Pic 9(6) value zero.
       01 ws-closed-count Pic 9(5) value zero.
           10 pot-qty-ordered Pic 9(5).
           10 pot-qty-received Pic 9(5).
           10 pot-status Pic x.
           10 pot-store-number Pic 9(3).
           10 pot-any-store Pic x(3).
       01 ws-receipts-run-file-path Pic x(100)
           value 'C:\Data Files\Ch2_RECEIPTS_RUN.dat'.
       01 ws-pomast-file-path Pic x(100)
           value 'C:\Data Files\Ch2_POMAST_NEW.dat'.
       01 ws-po-exception-file-path Pic x(100)
           value 'C:\Data Files\Ch2_PO_EXCEPTIONS.rpt'.
       01 ws-po-receipt-run-file-path Pic x(100)
           value 'C:\Data Files\Ch2_PORCPT_RUN.dat'.
       01 ws-env-value Pic x(100) value spaces.

       procedure division.
           perform 020-load-po-master-rtn
           accept ws-run-date from date yyyymmdd
           open output po-exception-file
           open output po-receipt-run-file
           perform 200-exception-headers-rtn
           perform 210-match-receipts-rtn
           close po-receipt-run-file
           perform 300-past-due-scan-rtn
           move spaces to po-exc-total-rec
           move 'EXCEPTIONS LISTED:' to po-exc-total-label
           accept ws-env-value from environment 'CH2POEXC'
           if ws-env-value not = spaces
               move ws-env-value to ws-po-exception-file-path
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment 'CH2PORCRUN'
           if ws-env-value not = spaces
               move ws-env-value to ws-po-receipt-run-file-path
           end-if.

       020-load-po-master-rtn.
                               to pot-qty-received(ws-po-count)
                           move po-status
                               to pot-status(ws-po-count)
                           if po-store-number is numeric
                               move po-store-number
                                   to pot-store-number(ws-po-count)
                               move 'NO'
                                   to pot-any-store(ws-po-count)
                           else
                               move zero
                                   to pot-store-number(ws-po-count)
                               move 'YES'
                                   to pot-any-store(ws-po-count)
                           end-if
                   end-read
               end-perform
           end-if
      * The PO table is in purchase order number sequence,
      * so a front-to-back scan fills the oldest open order
      * first. Whatever quantity is left after every open
      * PO for the product and store is filled is an
      * over-receipt.
      ******************************************************
       220-match-one-receipt-rtn.
           move rcpt-qty to ws-qty-to-apply
                   or ws-qty-to-apply = zero
               if pot-product-code(pot-idx) = rcpt-product-code
                   and pot-status(pot-idx) = 'O'
                   and (pot-store-number(pot-idx) = rcpt-store-number
                       or pot-any-store(pot-idx) = 'YES')
                   perform 230-apply-to-po-rtn
               end-if
           end-perform
               = pot-qty-ordered(pot-idx)
                   - pot-qty-received(pot-idx)
           if ws-qty-to-apply >= ws-qty-open
               move ws-qty-open to ws-qty-applied
               add ws-qty-open to pot-qty-received(pot-idx)
               subtract ws-qty-open from ws-qty-to-apply
               move 'C' to pot-status(pot-idx)
               add 1 to ws-closed-count
           else
               move ws-qty-to-apply to ws-qty-applied
               add ws-qty-to-apply to pot-qty-received(pot-idx)
               move zero to ws-qty-to-apply
           end-if
           if ws-qty-applied > zero
               perform 240-po-receipt-rtn
           end-if.

       240-po-receipt-rtn.
           move spaces to po-receipt-rec
           move pot-number(pot-idx) to porc-po-number
           move rcpt-run-number to porc-run-number
           move rcpt-run-date to porc-run-date
           move rcpt-store-number to porc-store-number
           move rcpt-product-code to porc-product-code
           move ws-qty-applied to porc-qty
           move rcpt-unit-cost to porc-unit-cost
           write po-receipt-rec.

       300-past-due-scan-rtn.
           perform 310-past-due-one-rtn
               varying pot-idx from 1 by 1
               move pot-qty-ordered(pot-idx) to po-qty-ordered
               move pot-qty-received(pot-idx) to po-qty-received
               move pot-status(pot-idx) to po-status
               if pot-any-store(pot-idx) = 'NO'
                   move pot-store-number(pot-idx) to po-store-number
               end-if
               write po-rec
           end-perform
           close po-master-file.
