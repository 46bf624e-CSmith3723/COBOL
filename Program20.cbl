       identification division.
       program-id. Problem20 as "CSmithCh2pgm20".
       author. Chris Smith

      ********************************************
      * Chapter 2 Program 20
      * Customer cash receipts posting. Reads the keyed
      * customer payments (account, check number, amount,
      * date received) and applies each one to that account's
      * open items on the receivables ledger, oldest first:
      * open credits on the account (returns, earlier
      * unapplied cash) are netted in with the check, items
      * the money covers are marked paid, the next item is
      * reduced by whatever is left on a partial payment,
      * and an overpayment stays on the account as an
      * unapplied credit item. The customer balance comes
      * down by the amount of the check. A payment for an
      * account that is not on the customer master goes to
      * the suspense report and is journaled to the suspense
      * account; a payment with no usable amount or check
      * number, or a check already applied to the account
      * (by the payments history), goes to the suspense
      * report only. The customer master and the
      * ledger are written as new generations the job step
      * swaps after a clean run, and finance gets a balanced
      * cash/AR journal in the same layout as the nightly
      * GL extract, mapped through the same account cross-
      * reference file. Like the GL extract, a journal that
      * does not balance or a posting with no cross-reference
      * entry ends the step with a nonzero return code so the
      * swap never catalogs a run finance cannot post.
      ********************************************

       environment division.
       input-output section.
       file-control.
           select payment-file
               assign to dynamic ws-payment-file-path
               organization is line sequential
               file status is ws-payment-file-status.
           select customer-master-file
               assign to dynamic ws-custmast-file-path
               organization is line sequential
               file status is ws-custmast-file-status.
           select optional ar-ledger-file
               assign to dynamic ws-ar-ledger-file-path
               organization is line sequential
               file status is ws-ar-ledger-status.
           select account-xref-file
               assign to dynamic ws-acct-xref-file-path
               organization is line sequential
               file status is ws-acct-xref-status.
           select cash-control-file
               assign to dynamic ws-cash-control-file-path
               organization is line sequential
               file status is ws-cash-control-status.
           select journal-file
               assign to dynamic ws-journal-file-path
               organization is line sequential.
           select register-file
               assign to dynamic ws-register-file-path
               organization is line sequential.
           select suspense-file
               assign to dynamic ws-suspense-file-path
               organization is line sequential.
           select optional payment-history-file
               assign to dynamic ws-payhist-file-path
               organization is line sequential
               file status is ws-payhist-status.
           select payment-run-file
               assign to dynamic ws-payrun-file-path
               organization is line sequential.

       data division.
       file section.
       FD payment-file.
       COPY PAYREC.

       FD payment-history-file.
       01 payment-hist-rec.
         05 ph-customer-number Pic x(6).
         05 filler Pic x(2).
         05 ph-check-number Pic x(8).
         05 filler Pic x(21).

       FD payment-run-file.
       01 payment-run-rec Pic x(37).

       FD customer-master-file.
       COPY CUSTMAST.

       FD ar-ledger-file.
       COPY ARLEDGER.

       FD account-xref-file.
       01 acct-xref-rec.
         05 xref-trans-type Pic x.
         05 filler Pic x(2).
         05 xref-store-number Pic 9(3).
         05 filler Pic x(2).
         05 xref-debit-account Pic x(8).
         05 filler Pic x(2).
         05 xref-credit-account Pic x(8).

       FD cash-control-file.
       01 cash-control-rec.
         05 cash-control-number Pic 9(6).

       FD journal-file.
       01 journal-rec.
         05 jrnl-run-number Pic 9(6).
         05 filler Pic x(2).
         05 jrnl-journal-date Pic 9(8).
         05 filler Pic x(2).
         05 jrnl-account Pic x(8).
         05 filler Pic x(2).
         05 jrnl-dr-cr Pic x(2).
         05 filler Pic x(2).
         05 jrnl-amount Pic 9(8)V99.
         05 filler Pic x(2).
         05 jrnl-description Pic x(24).
       01 journal-trailer-rec.
         05 jrnl-trailer-label Pic x(6).
         05 filler Pic x(2).
         05 jrnl-trailer-run-number Pic 9(6).
         05 filler Pic x(2).
         05 jrnl-trailer-line-count Pic 9(6).
         05 filler Pic x(2).
         05 jrnl-trailer-debit-total Pic 9(10)V99.
         05 filler Pic x(2).
         05 jrnl-trailer-credit-total Pic 9(10)V99.
         05 filler Pic x(2).
         05 jrnl-trailer-hash-total Pic 9(12)V99.

       FD register-file.
       01 reg-title-rec.
         05 filler Pic x(10).
         05 reg-title Pic x(40).
       01 reg-column-rec.
         05 reg-col-customer Pic x(8).
         05 reg-col-check Pic x(10).
         05 reg-col-payment Pic x(14).
         05 reg-col-credits Pic x(13).
         05 reg-col-applied Pic x(14).
         05 reg-col-unapplied Pic x(13).
         05 reg-col-items Pic x(6).
         05 reg-col-note Pic x(20).
       01 reg-detail-rec.
         05 reg-customer Pic x(6).
         05 filler Pic x(2).
         05 reg-check Pic x(8).
         05 filler Pic x(2).
         05 reg-payment Pic z,zzz,zz9.99.
         05 filler Pic x(2).
         05 reg-credits Pic zzz,zz9.99.
         05 filler Pic x(2).
         05 reg-applied Pic z,zzz,zz9.99.
         05 filler Pic x(2).
         05 reg-unapplied Pic zzz,zz9.99.
         05 filler Pic x(3).
         05 reg-items Pic zzz9.
         05 filler Pic x(2).
         05 reg-note Pic x(20).
       01 reg-total-rec.
         05 reg-total-label Pic x(30).
         05 reg-total-amount Pic z,zzz,zzz,zz9.99.

       FD suspense-file.
       01 susp-title-rec.
         05 filler Pic x(10).
         05 susp-title Pic x(40).
       01 susp-column-rec.
         05 susp-col-customer Pic x(8).
         05 susp-col-check Pic x(10).
         05 susp-col-amount Pic x(14).
         05 susp-col-date Pic x(10).
         05 susp-col-reason Pic x(22).
         05 susp-col-disposition Pic x(18).
       01 susp-detail-rec.
         05 susp-customer Pic x(6).
         05 filler Pic x(2).
         05 susp-check Pic x(8).
         05 filler Pic x(2).
         05 susp-amount Pic z,zzz,zz9.99.
         05 filler Pic x(2).
         05 susp-date Pic x(8).
         05 filler Pic x(2).
         05 susp-reason Pic x(20).
         05 filler Pic x(2).
         05 susp-disposition Pic x(18).
       01 susp-total-rec.
         05 susp-total-label Pic x(30).
         05 susp-total-amount Pic z,zzz,zzz,zz9.99.

       working-storage section.
       01 ws-pay-eof Pic x(3) value 'NO'.
       01 ws-cm-eof Pic x(3) value 'NO'.
       01 ws-ar-eof Pic x(3) value 'NO'.
       01 ws-xref-eof Pic x(3) value 'NO'.
       01 ws-payment-file-status Pic x(2) value '00'.
       01 ws-custmast-file-status Pic x(2) value '00'.
       01 ws-ar-ledger-status Pic x(2) value '00'.
       01 ws-acct-xref-status Pic x(2) value '00'.
       01 ws-payhist-status Pic x(2) value '00'.
       01 ws-ph-eof Pic x(3) value 'NO'.
       01 ws-check-count Pic 9(5) value zero.
       01 ws-check-max-entries Pic 9(5) value 50000.
       01 ws-check-key.
         05 ws-check-customer Pic x(6).
         05 ws-check-number Pic x(8).
       01 ws-cash-control-status Pic x(2) value '00'.
       01 ws-payment-file-opened Pic x(3) value 'NO'.
       01 ws-valid-payment Pic x(3) value 'YES'.
       01 ws-suspense-reason Pic x(20) value spaces.
       01 ws-customer-found Pic x(3) value 'NO'.
       01 ws-customer-count Pic 9(5) value zero.
       01 ws-ar-count Pic 9(5) value zero.
       01 ws-payments-read Pic 9(6) value zero.
       01 ws-posted-count Pic 9(6) value zero.
       01 ws-suspense-count Pic 9(6) value zero.
       01 ws-items-paid-count Pic 9(6) value zero.
       01 ws-unapplied-count Pic 9(6) value zero.
       01 ws-pay-credits Pic S9(8)V99 value zero.
       01 ws-pay-applied Pic S9(8)V99 value zero.
       01 ws-pay-items Pic 9(4) value zero.
       01 ws-apply-pool Pic S9(8)V99 value zero.
       01 ws-posted-total Pic S9(10)V99 value zero.
       01 ws-credits-total Pic S9(10)V99 value zero.
       01 ws-applied-total Pic S9(10)V99 value zero.
       01 ws-unapplied-total Pic S9(10)V99 value zero.
       01 ws-suspense-total Pic S9(10)V99 value zero.
       01 ws-unposted-total Pic S9(10)V99 value zero.
       01 ws-table-max-entries Pic 9(5) value 10000.
       01 ws-full-table-name Pic x(20) value spaces.
       01 ws-insert-pos Pic 9(5) value zero.
       01 ws-shift-sub Pic 9(5) value zero.
       01 ws-insert-done Pic x(3) value 'NO'.
       01 ws-run-number Pic 9(6) value zero.
       01 ws-run-date Pic 9(8) value zero.
       01 ws-out-of-balance Pic x(3) value 'NO'.
       01 ws-xref-count Pic 9(4) value zero.
       01 ws-xref-max-entries Pic 9(4) value 1000.
       01 ws-xref-found Pic x(3) value 'NO'.
       01 ws-work-type Pic x value space.
       01 ws-work-store Pic 9(3) value zero.
       01 ws-work-amount Pic 9(8)V99 value zero.
       01 ws-line-count Pic 9(6) value zero.
       01 ws-debit-total Pic 9(10)V99 value zero.
       01 ws-credit-total Pic 9(10)V99 value zero.
       01 customer-table.
         05 cm-entry occurs 1 to 10000 times
             depending on ws-customer-count
             ascending key is cm-number
             indexed by cm-idx.
           10 cm-number Pic x(6).
           10 cm-name Pic x(20).
           10 cm-credit-limit Pic 9(7)V99.
           10 cm-balance Pic S9(7)V99.
       01 ar-table.
         05 art-entry occurs 10000 times indexed by art-idx.
           10 art-customer-number Pic x(6).
           10 art-run-number Pic 9(6).
           10 art-run-date Pic 9(8).
           10 art-store-number Pic 9(3).
           10 art-product-code Pic x(6).
           10 art-qty Pic S999.
           10 art-amount Pic S9(6)V99.
           10 art-item-type Pic x.
           10 art-open-amount Pic S9(6)V99.
           10 art-status Pic x.
           10 art-reference Pic x(8).
           10 art-tax-amount Pic S9(5)V99.
       01 posted-check-table.
         05 pc-entry occurs 1 to 50000 times
             depending on ws-check-count
             ascending key is pc-key
             indexed by pc-idx.
           10 pc-key.
             15 pc-customer Pic x(6).
             15 pc-check Pic x(8).
       01 account-xref-table.
         05 xr-entry occurs 1000 times indexed by xr-idx.
           10 xr-type Pic x.
           10 xr-store Pic 9(3).
           10 xr-debit-account Pic x(8).
           10 xr-credit-account Pic x(8).
       01 ws-payment-file-path Pic x(100)
           value 'C:\Data Files\Ch2_PAYMENTS.dat'.
       01 ws-custmast-file-path Pic x(100)
           value 'C:\Data Files\Ch2_CUSTMAST.dat'.
       01 ws-custmast-new-path Pic x(100)
           value 'C:\Data Files\Ch2_CUSTMAST_NEW.dat'.
       01 ws-ar-ledger-file-path Pic x(100)
           value 'C:\Data Files\Ch2_AR_LEDGER.dat'.
       01 ws-ar-ledger-new-path Pic x(100)
           value 'C:\Data Files\Ch2_AR_LEDGER_NEW.dat'.
       01 ws-acct-xref-file-path Pic x(100)
           value 'C:\Data Files\Ch2_ACCTXREF.dat'.
       01 ws-cash-control-file-path Pic x(100)
           value 'C:\Data Files\Ch2_CASHCTL.dat'.
       01 ws-journal-file-path Pic x(100)
           value 'C:\Data Files\Ch2_CASH_GLJOURNAL.dat'.
       01 ws-register-file-path Pic x(100)
           value 'C:\Data Files\Ch2_CASH_REGISTER.rpt'.
       01 ws-suspense-file-path Pic x(100)
           value 'C:\Data Files\Ch2_CASH_SUSPENSE.rpt'.
       01 ws-payhist-file-path Pic x(100)
           value 'C:\Data Files\Ch2_PAYMENTS_HIST.dat'.
       01 ws-payrun-file-path Pic x(100)
           value 'C:\Data Files\Ch2_PAYMENTS_RUN.dat'.
       01 ws-env-value Pic x(100) value spaces.

       procedure division.
       100-main-module.
           perform 010-init-file-paths-rtn
           perform 070-run-control-rtn
           perform 020-load-customer-master-rtn
           perform 030-load-ar-ledger-rtn
           perform 035-load-payment-history-rtn
           perform 040-load-account-xref-rtn
           open input payment-file
           if ws-payment-file-status not = '00'
               display 'CSmithCh2pgm20: payment file not found, '
                   'status=' ws-payment-file-status
                   ' - nothing to post'
               move 'YES' to ws-pay-eof
           else
               move 'YES' to ws-payment-file-opened
           end-if
           perform 050-report-headings-rtn
           open output payment-run-file
           perform until ws-pay-eof = 'YES'
               read payment-file
                   at end
                       move 'YES' to ws-pay-eof
                   not at end
                       add 1 to ws-payments-read
                       perform 200-apply-payment-rtn
               end-read
           end-perform
           if ws-payment-file-opened = 'YES'
               close payment-file
           end-if
           close payment-run-file
           perform 290-report-totals-rtn
           close register-file
             suspense-file
           perform 300-save-customer-rtn
           perform 305-save-ar-ledger-rtn
           open output journal-file
           move 'P' to ws-work-type
           move ws-posted-total to ws-work-amount
           if ws-work-amount not = zero
               perform 510-post-entry-rtn
           end-if
           move 'U' to ws-work-type
           move ws-suspense-total to ws-work-amount
           if ws-work-amount not = zero
               perform 510-post-entry-rtn
           end-if
           perform 540-trailer-rtn
           close journal-file
           display 'CSmithCh2pgm20 payments read:      '
               ws-payments-read
           display 'CSmithCh2pgm20 payments posted:    '
               ws-posted-count
           display 'CSmithCh2pgm20 items paid:         '
               ws-items-paid-count
           display 'CSmithCh2pgm20 unapplied credits:  '
               ws-unapplied-count
           display 'CSmithCh2pgm20 suspense payments:  '
               ws-suspense-count
           display 'CSmithCh2pgm20 journal lines:      ' ws-line-count
           if ws-out-of-balance = 'YES'
               display 'CSmithCh2pgm20: cash run ' ws-run-number
                   ' journal is OUT OF BALANCE - not postable'
               move 8 to return-code
           else
               display 'CSmithCh2pgm20: cash run ' ws-run-number
                   ' journal is IN BALANCE'
           end-if
           stop run.

       010-init-file-paths-rtn.
           accept ws-env-value from environment 'CH2PAYMNT'
           if ws-env-value not = spaces
               move ws-env-value to ws-payment-file-path
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment 'CH2CUSTMS'
           if ws-env-value not = spaces
               move ws-env-value to ws-custmast-file-path
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment 'CH2CUSTMSN'
           if ws-env-value not = spaces
               move ws-env-value to ws-custmast-new-path
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment 'CH2ARLDG'
           if ws-env-value not = spaces
               move ws-env-value to ws-ar-ledger-file-path
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment 'CH2ARLDGN'
           if ws-env-value not = spaces
               move ws-env-value to ws-ar-ledger-new-path
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment 'CH2ACCTXR'
           if ws-env-value not = spaces
               move ws-env-value to ws-acct-xref-file-path
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment 'CH2CASHCTL'
           if ws-env-value not = spaces
               move ws-env-value to ws-cash-control-file-path
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment 'CH2CASHJRN'
           if ws-env-value not = spaces
               move ws-env-value to ws-journal-file-path
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment 'CH2CASHREG'
           if ws-env-value not = spaces
               move ws-env-value to ws-register-file-path
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment 'CH2CASHSUS'
           if ws-env-value not = spaces
               move ws-env-value to ws-suspense-file-path
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment 'CH2PAYHIST'
           if ws-env-value not = spaces
               move ws-env-value to ws-payhist-file-path
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment 'CH2PAYRUN'
           if ws-env-value not = spaces
               move ws-env-value to ws-payrun-file-path
           end-if.

       020-load-customer-master-rtn.
           open input customer-master-file
           if ws-custmast-file-status not = '00'
               display
               'CSmithCh2pgm20: customer master not found, status='
                   ws-custmast-file-status
                   ' - every payment will go to suspense'
           else
               perform until ws-cm-eof = 'YES'
                   read customer-master-file
                       at end
                           move 'YES' to ws-cm-eof
                       not at end
                           if ws-customer-count
                                   >= ws-table-max-entries
                               move 'CUSTOMER MASTER'
                                   to ws-full-table-name
                               perform 990-table-full-rtn
                           end-if
                           perform 022-insert-customer-rtn
                   end-read
               end-perform
               close customer-master-file
           end-if.

       022-insert-customer-rtn.
           add 1 to ws-customer-count
           move ws-customer-count to ws-insert-pos
           move 'NO' to ws-insert-done
           perform until ws-insert-done = 'YES'
               if ws-insert-pos = 1
                   move 'YES' to ws-insert-done
               else
                   compute ws-shift-sub = ws-insert-pos - 1
                   if cm-number(ws-shift-sub) <= customer-number
                       move 'YES' to ws-insert-done
                   else
                       move cm-entry(ws-shift-sub)
                           to cm-entry(ws-insert-pos)
                       move ws-shift-sub to ws-insert-pos
                   end-if
               end-if
           end-perform
           move customer-number to cm-number(ws-insert-pos)
           move customer-name to cm-name(ws-insert-pos)
           move customer-credit-limit
               to cm-credit-limit(ws-insert-pos)
           move customer-balance to cm-balance(ws-insert-pos).

      ******************************************************
      * The ledger is kept in the order the items were
      * posted, so table order is oldest first. An item
      * posted before the open-item fields existed has a
      * blank status and is loaded as open for its full
      * amount plus any tax charged with it.
      ******************************************************
       030-load-ar-ledger-rtn.
           open input ar-ledger-file
           if ws-ar-ledger-status = '00'
               perform until ws-ar-eof = 'YES'
                   read ar-ledger-file
                       at end
                           move 'YES' to ws-ar-eof
                       not at end
                           if ws-ar-count >= ws-table-max-entries
                               move 'AR LEDGER' to ws-full-table-name
                               perform 990-table-full-rtn
                           end-if
                           add 1 to ws-ar-count
                           perform 032-ar-to-table-rtn
                   end-read
               end-perform
           end-if
           close ar-ledger-file.

       032-ar-to-table-rtn.
           move ar-customer-number
               to art-customer-number(ws-ar-count)
           move ar-run-number to art-run-number(ws-ar-count)
           move ar-run-date to art-run-date(ws-ar-count)
           move ar-store-number to art-store-number(ws-ar-count)
           move ar-product-code to art-product-code(ws-ar-count)
           move ar-qty to art-qty(ws-ar-count)
           move ar-amount to art-amount(ws-ar-count)
           move ar-reference to art-reference(ws-ar-count)
           if ar-tax-amount is numeric
               move ar-tax-amount to art-tax-amount(ws-ar-count)
           else
               move zero to art-tax-amount(ws-ar-count)
           end-if
           if ar-status = space
               move 'O' to art-status(ws-ar-count)
               compute art-open-amount(ws-ar-count)
                   = ar-amount + art-tax-amount(ws-ar-count)
               if ar-amount < zero
                   move 'R' to art-item-type(ws-ar-count)
               else
                   move 'S' to art-item-type(ws-ar-count)
               end-if
           else
               move ar-status to art-status(ws-ar-count)
               move ar-open-amount to art-open-amount(ws-ar-count)
               move ar-item-type to art-item-type(ws-ar-count)
           end-if.

      ******************************************************
      * Every check already applied to an account, from the
      * payments history of earlier runs. The checks posted
      * in this run are added as they post, and this run's
      * posted payments are written to the run file the job
      * step appends to the history after the swap.
      ******************************************************
       035-load-payment-history-rtn.
           open input payment-history-file
           if ws-payhist-status = '00'
               perform until ws-ph-eof = 'YES'
                   read payment-history-file
                       at end
                           move 'YES' to ws-ph-eof
                       not at end
                           move ph-customer-number
                               to ws-check-customer
                           move ph-check-number to ws-check-number
                           perform 037-insert-check-rtn
                   end-read
               end-perform
           end-if
           close payment-history-file.

       037-insert-check-rtn.
           if ws-check-count >= ws-check-max-entries
               display 'CSmithCh2pgm20: payments history over '
                   ws-check-max-entries
                   ' checks - run stopped before anything was lost'
               move 16 to return-code
               stop run
           end-if
           add 1 to ws-check-count
           move ws-check-count to ws-insert-pos
           move 'NO' to ws-insert-done
           perform until ws-insert-done = 'YES'
               if ws-insert-pos = 1
                   move 'YES' to ws-insert-done
               else
                   compute ws-shift-sub = ws-insert-pos - 1
                   if pc-key(ws-shift-sub) <= ws-check-key
                       move 'YES' to ws-insert-done
                   else
                       move pc-entry(ws-shift-sub)
                           to pc-entry(ws-insert-pos)
                       move ws-shift-sub to ws-insert-pos
                   end-if
               end-if
           end-perform
           move ws-check-key to pc-key(ws-insert-pos).

       040-load-account-xref-rtn.
           open input account-xref-file
           if ws-acct-xref-status not = '00'
               display 'CSmithCh2pgm20: account cross-reference not '
                   'found, status=' ws-acct-xref-status
                   ' - nothing can be posted'
               move 'YES' to ws-out-of-balance
           else
               perform until ws-xref-eof = 'YES'
                   read account-xref-file
                       at end
                           move 'YES' to ws-xref-eof
                       not at end
                           if ws-xref-count >= ws-xref-max-entries
                               display
                                   'CSmithCh2pgm20: cross-reference '
                                   'over ' ws-xref-max-entries
                                   ' entries - run stopped before '
                                   'anything was lost'
                               move 16 to return-code
                               stop run
                           end-if
                           add 1 to ws-xref-count
                           move xref-trans-type
                               to xr-type(ws-xref-count)
                           move xref-store-number
                               to xr-store(ws-xref-count)
                           move xref-debit-account
                               to xr-debit-account(ws-xref-count)
                           move xref-credit-account
                               to xr-credit-account(ws-xref-count)
                   end-read
               end-perform
               close account-xref-file
           end-if.

       050-report-headings-rtn.
           open output register-file
           move spaces to reg-title-rec
           move 'CH2 CASH RECEIPTS REGISTER' to reg-title
           write reg-title-rec
           move spaces to reg-column-rec
           move 'ACCOUNT' to reg-col-customer
           move 'CHECK' to reg-col-check
           move '     PAYMENT' to reg-col-payment
           move '    CREDITS' to reg-col-credits
           move '     APPLIED' to reg-col-applied
           move '  UNAPPLIED' to reg-col-unapplied
           move 'PAID' to reg-col-items
           move 'NOTE' to reg-col-note
           write reg-column-rec
           open output suspense-file
           move spaces to susp-title-rec
           move 'CH2 CASH RECEIPTS SUSPENSE REPORT' to susp-title
           write susp-title-rec
           move spaces to susp-column-rec
           move 'ACCOUNT' to susp-col-customer
           move 'CHECK' to susp-col-check
           move '      AMOUNT' to susp-col-amount
           move 'DATE' to susp-col-date
           move 'REASON' to susp-col-reason
           move 'DISPOSITION' to susp-col-disposition
           write susp-column-rec.

       070-run-control-rtn.
           move zero to ws-run-number
           open input cash-control-file
           if ws-cash-control-status = '00'
               read cash-control-file
                   at end
                       continue
                   not at end
                       move cash-control-number to ws-run-number
               end-read
               close cash-control-file
           end-if
           add 1 to ws-run-number
           open output cash-control-file
           move ws-run-number to cash-control-number
           write cash-control-rec
           close cash-control-file
           accept ws-run-date from date yyyymmdd.

       200-apply-payment-rtn.
           move 'YES' to ws-valid-payment
           move spaces to ws-suspense-reason
           perform 210-validate-payment-rtn
           if ws-valid-payment = 'YES'
               move zero to ws-pay-credits
               move zero to ws-pay-applied
               move zero to ws-pay-items
               move pay-amount to ws-apply-pool
               perform 230-net-credits-rtn
                   varying art-idx from 1 by 1
                   until art-idx > ws-ar-count
               perform 240-apply-open-items-rtn
                   varying art-idx from 1 by 1
                   until art-idx > ws-ar-count
                   or ws-apply-pool = zero
               if ws-apply-pool > zero
                   perform 250-unapplied-credit-rtn
               end-if
               subtract pay-amount from cm-balance(cm-idx)
               add 1 to ws-posted-count
               add pay-amount to ws-posted-total
               add ws-pay-credits to ws-credits-total
               add ws-pay-applied to ws-applied-total
               perform 260-register-line-rtn
               move pay-customer-number to ws-check-customer
               move pay-check-number to ws-check-number
               perform 037-insert-check-rtn
               write payment-run-rec from payment-rec
           else
               perform 270-suspense-rtn
           end-if.

      ******************************************************
      * A payment needs a usable amount, date, and check
      * number before it can go anywhere, and an account on
      * the customer master before it can be applied, and a
      * check that has already been applied to the account
      * is not applied twice. cm-idx stays set for the
      * balance posting in 200-apply-payment-rtn.
      ******************************************************
       210-validate-payment-rtn.
           evaluate true
               when pay-amount is not numeric
                   move 'NO' to ws-valid-payment
                   move 'INVALID AMOUNT' to ws-suspense-reason
               when pay-amount = zero
                   move 'NO' to ws-valid-payment
                   move 'INVALID AMOUNT' to ws-suspense-reason
               when pay-date is not numeric
                   move 'NO' to ws-valid-payment
                   move 'INVALID PAYMENT DATE' to ws-suspense-reason
               when pay-date = zero
                   move 'NO' to ws-valid-payment
                   move 'INVALID PAYMENT DATE' to ws-suspense-reason
               when function integer-of-date(pay-date) = zero
                   move 'NO' to ws-valid-payment
                   move 'INVALID PAYMENT DATE' to ws-suspense-reason
               when pay-check-number = spaces
                   move 'NO' to ws-valid-payment
                   move 'MISSING CHECK NUMBER' to ws-suspense-reason
               when pay-customer-number = spaces
                   move 'NO' to ws-valid-payment
                   move 'UNKNOWN ACCOUNT' to ws-suspense-reason
               when other
                   move 'NO' to ws-customer-found
                   if ws-customer-count > zero
                       set cm-idx to 1
                       search all cm-entry
                           at end
                               continue
                           when cm-number(cm-idx)
                                   = pay-customer-number
                               move 'YES' to ws-customer-found
                       end-search
                   end-if
                   if ws-customer-found = 'NO'
                       move 'NO' to ws-valid-payment
                       move 'UNKNOWN ACCOUNT' to ws-suspense-reason
                   else
                       perform 215-duplicate-check-rtn
                   end-if
           end-evaluate.

      ******************************************************
      * A check already applied to the account - in an
      * earlier run or earlier in this one - is not applied
      * again. The ledger references cannot tell: a later
      * check paying off the same item replaces them.
      ******************************************************
       215-duplicate-check-rtn.
           if ws-check-count > zero
               move pay-customer-number to ws-check-customer
               move pay-check-number to ws-check-number
               set pc-idx to 1
               search all pc-entry
                   at end
                       continue
                   when pc-key(pc-idx) = ws-check-key
                       move 'NO' to ws-valid-payment
                       move 'DUPLICATE CHECK' to ws-suspense-reason
               end-search
           end-if.

      ******************************************************
      * Open credits on the account - returns and unapplied
      * cash left by an earlier payment - are netted in with
      * the check, so the money goes against the charges and
      * the credits come off the statement.
      ******************************************************
       230-net-credits-rtn.
           if art-customer-number(art-idx) = pay-customer-number
               and art-status(art-idx) = 'O'
               and art-open-amount(art-idx) < zero
               subtract art-open-amount(art-idx) from ws-apply-pool
               subtract art-open-amount(art-idx) from ws-pay-credits
               move zero to art-open-amount(art-idx)
               move 'P' to art-status(art-idx)
               move pay-check-number to art-reference(art-idx)
           end-if.

       240-apply-open-items-rtn.
           if art-customer-number(art-idx) = pay-customer-number
               and art-status(art-idx) = 'O'
               and art-open-amount(art-idx) > zero
               if ws-apply-pool >= art-open-amount(art-idx)
                   subtract art-open-amount(art-idx)
                       from ws-apply-pool
                   add art-open-amount(art-idx) to ws-pay-applied
                   move zero to art-open-amount(art-idx)
                   move 'P' to art-status(art-idx)
                   add 1 to ws-pay-items
                   add 1 to ws-items-paid-count
               else
                   subtract ws-apply-pool
                       from art-open-amount(art-idx)
                   add ws-apply-pool to ws-pay-applied
                   move zero to ws-apply-pool
               end-if
               move pay-check-number to art-reference(art-idx)
           end-if.

       250-unapplied-credit-rtn.
           if ws-ar-count >= ws-table-max-entries
               move 'AR LEDGER' to ws-full-table-name
               perform 990-table-full-rtn
           end-if
           add 1 to ws-ar-count
           move pay-customer-number
               to art-customer-number(ws-ar-count)
           move ws-run-number to art-run-number(ws-ar-count)
           move pay-date to art-run-date(ws-ar-count)
           move zero to art-store-number(ws-ar-count)
           move spaces to art-product-code(ws-ar-count)
           move zero to art-qty(ws-ar-count)
           compute art-amount(ws-ar-count) = zero - ws-apply-pool
           move 'U' to art-item-type(ws-ar-count)
           compute art-open-amount(ws-ar-count)
               = zero - ws-apply-pool
           move 'O' to art-status(ws-ar-count)
           move pay-check-number to art-reference(ws-ar-count)
           move zero to art-tax-amount(ws-ar-count)
           add 1 to ws-unapplied-count
           add ws-apply-pool to ws-unapplied-total.

       260-register-line-rtn.
           move spaces to reg-detail-rec
           move pay-customer-number to reg-customer
           move pay-check-number to reg-check
           move pay-amount to reg-payment
           move ws-pay-credits to reg-credits
           move ws-pay-applied to reg-applied
           move ws-apply-pool to reg-unapplied
           move ws-pay-items to reg-items
           evaluate true
               when ws-apply-pool > zero
                   move 'UNAPPLIED CREDIT' to reg-note
               when ws-pay-applied = zero
                   move 'NO OPEN ITEMS' to reg-note
               when other
                   continue
           end-evaluate
           write reg-detail-rec.

      ******************************************************
      * A payment with a good amount and date but no account
      * to apply it to is still money in the bank, so it is
      * journaled to the suspense account until the cash
      * office identifies the payer. A payment with no
      * usable amount or date is listed but not posted.
      ******************************************************
       270-suspense-rtn.
           move spaces to susp-detail-rec
           move pay-customer-number to susp-customer
           move pay-check-number to susp-check
           if pay-amount is numeric
               move pay-amount to susp-amount
           else
               move zero to susp-amount
           end-if
           move pay-date to susp-date
           move ws-suspense-reason to susp-reason
           if ws-suspense-reason = 'UNKNOWN ACCOUNT'
               move 'HELD IN SUSPENSE' to susp-disposition
               add pay-amount to ws-suspense-total
           else
               move 'NOT POSTED' to susp-disposition
               if pay-amount is numeric
                   add pay-amount to ws-unposted-total
               end-if
           end-if
           write susp-detail-rec
           add 1 to ws-suspense-count.

       290-report-totals-rtn.
           move spaces to reg-total-rec
           write reg-total-rec
           move 'TOTAL PAYMENTS POSTED' to reg-total-label
           move ws-posted-total to reg-total-amount
           write reg-total-rec
           move 'TOTAL CREDITS NETTED' to reg-total-label
           move ws-credits-total to reg-total-amount
           write reg-total-rec
           move 'TOTAL APPLIED TO OPEN ITEMS' to reg-total-label
           move ws-applied-total to reg-total-amount
           write reg-total-rec
           move 'TOTAL LEFT AS UNAPPLIED' to reg-total-label
           move ws-unapplied-total to reg-total-amount
           write reg-total-rec
           move spaces to susp-total-rec
           write susp-total-rec
           move 'TOTAL HELD IN SUSPENSE' to susp-total-label
           move ws-suspense-total to susp-total-amount
           write susp-total-rec
           move 'TOTAL NOT POSTED' to susp-total-label
           move ws-unposted-total to susp-total-amount
           write susp-total-rec
           if ws-suspense-count = zero
               move spaces to susp-detail-rec
               move 'NO PAYMENTS IN SUSPENSE' to susp-detail-rec
               write susp-detail-rec
           end-if.

       300-save-customer-rtn.
           move ws-custmast-new-path to ws-custmast-file-path
           open output customer-master-file
           perform varying cm-idx from 1 by 1
                   until cm-idx > ws-customer-count
               move spaces to customer-master-rec
               move cm-number(cm-idx) to customer-number
               move cm-name(cm-idx) to customer-name
               move cm-credit-limit(cm-idx) to customer-credit-limit
               move cm-balance(cm-idx) to customer-balance
               write customer-master-rec
           end-perform
           close customer-master-file.

       305-save-ar-ledger-rtn.
           move ws-ar-ledger-new-path to ws-ar-ledger-file-path
           open output ar-ledger-file
           perform varying art-idx from 1 by 1
                   until art-idx > ws-ar-count
               move spaces to ar-rec
               move art-customer-number(art-idx)
                   to ar-customer-number
               move art-run-number(art-idx) to ar-run-number
               move art-run-date(art-idx) to ar-run-date
               move art-store-number(art-idx) to ar-store-number
               move art-product-code(art-idx) to ar-product-code
               move art-qty(art-idx) to ar-qty
               move art-amount(art-idx) to ar-amount
               move art-item-type(art-idx) to ar-item-type
               move art-open-amount(art-idx) to ar-open-amount
               move art-status(art-idx) to ar-status
               move art-reference(art-idx) to ar-reference
               move art-tax-amount(art-idx) to ar-tax-amount
               write ar-rec
           end-perform
           close ar-ledger-file.

       510-post-entry-rtn.
           perform 520-lookup-xref-rtn
           if ws-xref-found = 'NO'
               display 'CSmithCh2pgm20: no cross-reference entry for '
                   'type ' ws-work-type ' store ' ws-work-store
                   ' - run not postable'
               move 'YES' to ws-out-of-balance
           else
               move spaces to journal-rec
               move ws-run-number to jrnl-run-number
               move ws-run-date to jrnl-journal-date
               move xr-debit-account(xr-idx) to jrnl-account
               move 'DR' to jrnl-dr-cr
               move ws-work-amount to jrnl-amount
               perform 530-build-description-rtn
               write journal-rec
               add 1 to ws-line-count
               add ws-work-amount to ws-debit-total
               move spaces to journal-rec
               move ws-run-number to jrnl-run-number
               move ws-run-date to jrnl-journal-date
               move xr-credit-account(xr-idx) to jrnl-account
               move 'CR' to jrnl-dr-cr
               move ws-work-amount to jrnl-amount
               perform 530-build-description-rtn
               write journal-rec
               add 1 to ws-line-count
               add ws-work-amount to ws-credit-total
           end-if.

      ******************************************************
      * Cash postings are company-level: the 'P' (payments
      * applied, cash to receivables) and 'U' (unidentified
      * cash, cash to suspense) entries are looked up under
      * store 000 the same way the GL extract falls back to
      * its company-level default.
      ******************************************************
       520-lookup-xref-rtn.
           move 'NO' to ws-xref-found
           perform varying xr-idx from 1 by 1
                   until xr-idx > ws-xref-count
               if xr-type(xr-idx) = ws-work-type
                   and xr-store(xr-idx) = ws-work-store
                   move 'YES' to ws-xref-found
                   exit perform
               end-if
           end-perform.

       530-build-description-rtn.
           evaluate ws-work-type
               when 'P'
                   move 'CASH RECEIPTS APPLIED' to jrnl-description
               when 'U'
                   move 'UNIDENTIFIED CASH' to jrnl-description
               when other
                   move 'UNKNOWN SOURCE' to jrnl-description
           end-evaluate.

       540-trailer-rtn.
           if ws-debit-total not = ws-credit-total
               move 'YES' to ws-out-of-balance
           end-if
           move spaces to journal-trailer-rec
           move 'TOTALS' to jrnl-trailer-label
           move ws-run-number to jrnl-trailer-run-number
           move ws-line-count to jrnl-trailer-line-count
           move ws-debit-total to jrnl-trailer-debit-total
           move ws-credit-total to jrnl-trailer-credit-total
           compute jrnl-trailer-hash-total
               = ws-debit-total + ws-credit-total
           write journal-trailer-rec.

       990-table-full-rtn.
           display 'CSmithCh2pgm20: ' ws-full-table-name
               ' table is full at ' ws-table-max-entries
               ' entries - run stopped before anything was lost'
           move 16 to return-code
           stop run.

       end program Problem20.
