      * statement can be eyeballed against the account. A
      * statement total that disagrees with the master
      * balance is flagged on the statement for follow-up.
      * Items the cash receipts run has marked paid drop off
      * the statement; a partly paid item prints its
      * original amount and what is still open, and the
      * statement total is the open amount still owed.
      ********************************************

       environment division.
         05 sd-qty Pic S999 sign leading separate.
         05 filler Pic x(2).
         05 sd-amount Pic S9(6)V99 sign leading separate.
         05 filler Pic x(2).
         05 sd-item-type Pic x.
         05 filler Pic x(2).
         05 sd-open-amount Pic S9(6)V99 sign leading separate.
         05 filler Pic x(2).
         05 sd-status Pic x.
         05 filler Pic x(2).
         05 sd-reference Pic x(8).
         05 filler Pic x(2).
         05 sd-tax-amount Pic S9(5)V99 sign leading separate.

       FD sorted-ar-file.
       01 sorted-ar-rec.
         05 srt-qty Pic S999 sign leading separate.
         05 filler Pic x(2).
         05 srt-amount Pic S9(6)V99 sign leading separate.
         05 filler Pic x(2).
         05 srt-item-type Pic x.
         05 filler Pic x(2).
         05 srt-open-amount Pic S9(6)V99 sign leading separate.
         05 filler Pic x(2).
         05 srt-status Pic x.
         05 filler Pic x(2).
         05 srt-reference Pic x(8).
         05 filler Pic x(2).
         05 srt-tax-amount Pic S9(5)V99 sign leading separate.

       FD customer-master-file.
       COPY CUSTMAST.
         05 stmt-col-qty Pic x(6).
         05 filler Pic x(2).
         05 stmt-col-amount Pic x(12).
         05 filler Pic x(2).
         05 stmt-col-tax Pic x(10).
         05 filler Pic x(2).
         05 stmt-col-open Pic x(12).
       01 stmt-detail-rec.
         05 stmt-run-date Pic 9(8).
         05 filler Pic x(4).
         05 stmt-qty Pic zz9-.
         05 filler Pic x(4).
         05 stmt-amount Pic zzz,zz9.99-.
         05 filler Pic x(3).
         05 stmt-tax-amount Pic zz,zz9.99-.
         05 filler Pic x(2).
         05 stmt-open-amount Pic zzz,zz9.99-.
       01 stmt-total-rec.
         05 stmt-total-label Pic x(25).
         05 stmt-total-amount Pic z,zzz,zz9.99-.
         05 filler Pic x(3).
         05 stmt-total-note Pic x(28).
       01 stmt-blank-rec Pic x(96).

       working-storage section.
       01 ws-ar-eof Pic x(3) value 'no'.
                   at end
                       move 'yes' to ws-ar-eof
                   not at end
                       if ar-tax-amount is not numeric
                           move zero to ar-tax-amount
                       end-if
                       if ar-status = space
                           compute ar-open-amount
                               = ar-amount + ar-tax-amount
                           move 'O' to ar-status
                       end-if
                       if ar-status not = 'P'
                           move ar-rec to sd-ar-rec
                           release sd-ar-rec
                       end-if
               end-read
           end-perform
           if ws-ar-ledger-opened = 'YES'
           move 'PRODUCT' to stmt-col-product
           move 'QTY' to stmt-col-qty
           move 'AMOUNT' to stmt-col-amount
           move 'TAX' to stmt-col-tax
           move 'OPEN' to stmt-col-open
           write stmt-column-rec
           add 1 to ws-statement-count.

           move spaces to stmt-detail-rec
           move srt-run-date to stmt-run-date
           move srt-store-number to stmt-store
           if srt-item-type = 'U'
               move 'CREDIT' to stmt-product
           else
               move srt-product-code to stmt-product
           end-if
           move srt-qty to stmt-qty
           move srt-amount to stmt-amount
           move srt-tax-amount to stmt-tax-amount
           move srt-open-amount to stmt-open-amount
           write stmt-detail-rec
           add srt-open-amount to ws-statement-total
           add 1 to ws-item-count.

       330-statement-total-rtn.
