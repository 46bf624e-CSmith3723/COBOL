      * inventory receipts the run posted, and writes a
      * balanced debit/credit journal file for finance:
      * sales revenue by store, returns as contra entries,
      * the sales tax charged on sales (type T) and credited
      * back on returns (type B) to sales tax payable,
      * the cost of goods sold at weighted-average cost
      * (type C, cost of goods sold against inventory) and
      * the cost put back into inventory by returns (type K),
      * and inventory receipts, each mapped to ledger
      * accounts through the account cross-reference file.
      * Cycle count adjustments posted since the last run
      * (the pending shrink file the count posting step
      * appends to, which the job moves to this run's shrink
      * file before this step and the swap clears) are
      * journaled by store as shrinkage (type H, shrink
      * expense against inventory) and overage (type G,
      * inventory against shrink expense).
      * Every journal line carries the run number from the
      * run-control file so finance can tie a posting back
      * to a specific run. The journal ends with a trailer
               assign to dynamic ws-receipts-run-file-path
               organization is line sequential
               file status is ws-receipts-file-status.
           select optional shrink-file
               assign to dynamic ws-shrink-file-path
               organization is line sequential
               file status is ws-shrink-file-status.
           select account-xref-file
               assign to dynamic ws-acct-xref-file-path
               organization is line sequential
       FD receipts-run-file.
       COPY RCPTREC.

       FD shrink-file.
       COPY COUNTADJ.

       FD account-xref-file.
       01 acct-xref-rec.
         05 xref-trans-type Pic x.
       working-storage section.
       01 ws-audit-eof Pic x(3) value 'no'.
       01 ws-receipts-eof Pic x(3) value 'no'.
       01 ws-shrink-eof Pic x(3) value 'no'.
       01 ws-xref-eof Pic x(3) value 'NO'.
       01 ws-audit-file-status Pic x(2) value '00'.
       01 ws-receipts-file-status Pic x(2) value '00'.
       01 ws-shrink-file-status Pic x(2) value '00'.
       01 ws-acct-xref-status Pic x(2) value '00'.
       01 ws-run-control-status Pic x(2) value '00'.
       01 ws-run-number Pic 9(6) value zero.
           10 st-sales-amount Pic S9(8)V99.
           10 st-returns-amount Pic S9(8)V99.
           10 st-receipts-amount Pic S9(8)V99.
           10 st-tax-amount Pic S9(8)V99.
           10 st-tax-returns-amount Pic S9(8)V99.
           10 st-cost-amount Pic S9(8)V99.
           10 st-cost-returns-amount Pic S9(8)V99.
           10 st-shrink-amount Pic S9(8)V99.
           10 st-overage-amount Pic S9(8)V99.
       01 ws-audit-run-file-path Pic x(100)
           value 'C:\Data Files\Ch2_AUDIT_RUN.dat'.
       01 ws-receipts-run-file-path Pic x(100)
           value 'C:\Data Files\Ch2_RECEIPTS_RUN.dat'.
       01 ws-shrink-file-path Pic x(100)
           value 'C:\Data Files\Ch2_SHRINK_RUN.dat'.
       01 ws-acct-xref-file-path Pic x(100)
           value 'C:\Data Files\Ch2_ACCTXREF.dat'.
       01 ws-runctl-file-path Pic x(100)
               until st-idx > 1000
           perform 200-total-audit-run-rtn
           perform 210-total-receipts-run-rtn
           perform 220-total-shrink-rtn
           accept ws-journal-date from date yyyymmdd
           open output journal-file
           perform 300-post-store-rtn
               move ws-env-value to ws-receipts-run-file-path
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment 'CH2SHRRUN'
           if ws-env-value not = spaces
               move ws-env-value to ws-shrink-file-path
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment 'CH2ACCTXR'
           if ws-env-value not = spaces
               move ws-env-value to ws-acct-xref-file-path
       130-clear-store-totals-rtn.
           move zero to st-sales-amount(st-idx)
           move zero to st-returns-amount(st-idx)
           move zero to st-receipts-amount(st-idx)
           move zero to st-tax-amount(st-idx)
           move zero to st-tax-returns-amount(st-idx)
           move zero to st-cost-amount(st-idx)
           move zero to st-cost-returns-amount(st-idx)
           move zero to st-shrink-amount(st-idx)
           move zero to st-overage-amount(st-idx).

       200-total-audit-run-rtn.
           open input audit-file
                               add audit-total-price
                                   to st-sales-amount(st-idx)
                           end-if
                           if audit-tax-amount is numeric
                               if audit-qty-sold < zero
                                   add audit-tax-amount
                                     to st-tax-returns-amount(st-idx)
                               else
                                   add audit-tax-amount
                                       to st-tax-amount(st-idx)
                               end-if
                           end-if
                           if audit-cost-amount is numeric
                               if audit-qty-sold < zero
                                   add audit-cost-amount
                                     to st-cost-returns-amount(st-idx)
                               else
                                   add audit-cost-amount
                                       to st-cost-amount(st-idx)
                               end-if
                           end-if
                   end-read
               end-perform
               close audit-file
           end-if
           close receipts-run-file.

       220-total-shrink-rtn.
           open input shrink-file
           if ws-shrink-file-status = '00'
               perform until ws-shrink-eof = 'yes'
                   read shrink-file
                       at end
                           move 'yes' to ws-shrink-eof
                       not at end
                           set st-idx to ca-store-number
                           set st-idx up by 1
                           if ca-adjust-value < zero
                               subtract ca-adjust-value
                                   from st-shrink-amount(st-idx)
                           else
                               add ca-adjust-value
                                   to st-overage-amount(st-idx)
                           end-if
                   end-read
               end-perform
           end-if
           close shrink-file.

       300-post-store-rtn.
           set st-idx to ws-store-sub
           compute ws-work-store = ws-store-sub - 1
                   = zero - st-returns-amount(st-idx)
               perform 310-post-entry-rtn
           end-if
           if st-tax-amount(st-idx) not = zero
               move 'T' to ws-work-type
               move st-tax-amount(st-idx) to ws-work-amount
               perform 310-post-entry-rtn
           end-if
           if st-tax-returns-amount(st-idx) not = zero
               move 'B' to ws-work-type
               compute ws-work-amount
                   = zero - st-tax-returns-amount(st-idx)
               perform 310-post-entry-rtn
           end-if
           if st-cost-amount(st-idx) not = zero
               move 'C' to ws-work-type
               move st-cost-amount(st-idx) to ws-work-amount
               perform 310-post-entry-rtn
           end-if
           if st-cost-returns-amount(st-idx) not = zero
               move 'K' to ws-work-type
               compute ws-work-amount
                   = zero - st-cost-returns-amount(st-idx)
               perform 310-post-entry-rtn
           end-if
           if st-receipts-amount(st-idx) not = zero
               move 'I' to ws-work-type
               move st-receipts-amount(st-idx) to ws-work-amount
               perform 310-post-entry-rtn
           end-if
           if st-shrink-amount(st-idx) not = zero
               move 'H' to ws-work-type
               move st-shrink-amount(st-idx) to ws-work-amount
               perform 310-post-entry-rtn
           end-if
           if st-overage-amount(st-idx) not = zero
               move 'G' to ws-work-type
               move st-overage-amount(st-idx) to ws-work-amount
               perform 310-post-entry-rtn
           end-if.

       310-post-entry-rtn.
                   move 'SALES STORE' to jrnl-description
               when 'R'
                   move 'RETURNS STORE' to jrnl-description
               when 'T'
                   move 'SALES TAX STORE' to jrnl-description
               when 'B'
                   move 'RETURN TAX STORE' to jrnl-description
               when 'C'
                   move 'COST OF SALES STORE' to jrnl-description
               when 'K'
                   move 'RETURN COST STORE' to jrnl-description
               when 'I'
                   move 'RECEIPTS STORE' to jrnl-description
               when 'H'
                   move 'COUNT SHRINK STORE' to jrnl-description
               when 'G'
                   move 'COUNT OVERAGE STORE' to jrnl-description
               when other
                   move 'UNKNOWN SOURCE' to jrnl-description
           end-evaluate
