       identification division.
       program-id. Problem25 as "CSmithCh2pgm25".
       author. Chris Smith

      ********************************************
      * Chapter 2 Program 25
      * Cycle count variance and posting. Reads the keyed
      * counts for the outstanding count sheet, checks each
      * one against the count freeze (right sheet, a line on
      * the sheet, a usable quantity, counted once), and
      * prints the variance report: for every line on the
      * sheet the frozen on-hand, the count, the quantity
      * variance and its value at the record's weighted-
      * average cost, and how far the on-hand has moved
      * since the freeze. Run without an approver the step
      * only reports, so the supervisor can review and have
      * recounts keyed. Run with the supervisor's approval
      * (CH2CCAPPR) it also posts: each counted line adjusts
      * the on-hand by the count less the frozen on-hand -
      * added to whatever the master carries now, so sales
      * and receipts since the freeze stay counted exactly
      * once - on a new generation of the inventory master
      * the job step swaps, and writes an adjustment record
      * for each line counted, which the job step adds to
      * the count history audit trail and to the pending
      * shrink file the nightly GL extract journals.
      ********************************************

       environment division.
       input-output section.
       file-control.
           select optional count-freeze-file
               assign to dynamic ws-count-freeze-file-path
               organization is line sequential
               file status is ws-count-freeze-status.
           select optional count-file
               assign to dynamic ws-count-file-path
               organization is line sequential
               file status is ws-count-file-status.
           select inventory-master-file
               assign to dynamic ws-inventory-file-path
               organization is line sequential
               file status is ws-inventory-file-status.
           select count-adj-file
               assign to dynamic ws-count-adj-file-path
               organization is line sequential.
           select variance-file
               assign to dynamic ws-variance-file-path
               organization is line sequential.

       data division.
       file section.
       FD count-freeze-file.
       COPY COUNTFRZ.

       FD count-file.
       COPY COUNTREC.

       FD inventory-master-file.
       COPY INVMAST.

       FD count-adj-file.
       COPY COUNTADJ.

       FD variance-file.
       01 var-title-rec.
         05 filler Pic x(10).
         05 var-title Pic x(34).
         05 var-title-label Pic x(7).
         05 var-title-sheet Pic 9(6).
         05 filler Pic x(3).
         05 var-title-date-label Pic x(6).
         05 var-title-date Pic 9(8).
       01 var-status-rec.
         05 var-status-text Pic x(33).
         05 var-status-approver Pic x(8).
       01 var-section-rec.
         05 var-section-title Pic x(40).
       01 var-column-rec.
         05 var-col-store Pic x(7).
         05 var-col-code Pic x(8).
         05 var-col-frozen Pic x(10).
         05 var-col-counted Pic x(9).
         05 var-col-variance Pic x(10).
         05 var-col-cost Pic x(13).
         05 var-col-value Pic x(15).
         05 var-col-moved Pic x(10).
         05 var-col-note Pic x(18).
       01 var-detail-rec.
         05 var-store Pic 9(3).
         05 filler Pic x(4).
         05 var-code Pic x(6).
         05 filler Pic x(2).
         05 var-frozen Pic zzz,zz9-.
         05 filler Pic x(2).
         05 var-counted Pic zzz,zz9.
         05 filler Pic x(2).
         05 var-variance Pic zzz,zz9-.
         05 filler Pic x(2).
         05 var-cost Pic zz,zz9.9999.
         05 filler Pic x(2).
         05 var-value Pic z,zzz,zz9.99-.
         05 filler Pic x(2).
         05 var-moved Pic zzz,zz9-.
         05 filler Pic x(2).
         05 var-note Pic x(18).
       01 var-reject-column-rec.
         05 var-rcol-sheet Pic x(8).
         05 var-rcol-store Pic x(7).
         05 var-rcol-code Pic x(8).
         05 var-rcol-qty Pic x(9).
         05 var-rcol-reason Pic x(20).
       01 var-reject-rec.
         05 var-rej-sheet Pic x(6).
         05 filler Pic x(2).
         05 var-rej-store Pic x(3).
         05 filler Pic x(4).
         05 var-rej-code Pic x(6).
         05 filler Pic x(2).
         05 var-rej-qty Pic x(7).
         05 filler Pic x(2).
         05 var-rej-reason Pic x(20).
       01 var-total-rec.
         05 var-total-label Pic x(30).
         05 var-total-qty Pic zzz,zz9-.
         05 filler Pic x(3).
         05 var-total-value Pic zzz,zzz,zz9.99-.

       working-storage section.
       01 ws-frz-eof Pic x(3) value 'NO'.
       01 ws-cnt-eof Pic x(3) value 'NO'.
       01 ws-inv-eof Pic x(3) value 'NO'.
       01 ws-count-freeze-status Pic x(2) value '00'.
       01 ws-count-file-status Pic x(2) value '00'.
       01 ws-inventory-file-status Pic x(2) value '00'.
       01 ws-approved-by Pic x(8) value spaces.
       01 ws-post-mode Pic x(3) value 'NO'.
       01 ws-valid-count Pic x(3) value 'YES'.
       01 ws-reject-reason Pic x(20) value spaces.
       01 ws-freeze-found Pic x(3) value 'NO'.
       01 ws-inv-found Pic x(3) value 'NO'.
       01 ws-sheet-number Pic 9(6) value zero.
       01 ws-freeze-date Pic 9(8) value zero.
       01 ws-freeze-count Pic 9(5) value zero.
       01 ws-inventory-count Pic 9(5) value zero.
       01 ws-counts-read Pic 9(6) value zero.
       01 ws-counts-rejected Pic 9(6) value zero.
       01 ws-lines-counted Pic 9(6) value zero.
       01 ws-lines-not-counted Pic 9(6) value zero.
       01 ws-lines-not-on-inv Pic 9(6) value zero.
       01 ws-lines-moved Pic 9(6) value zero.
       01 ws-lines-posted Pic 9(6) value zero.
       01 ws-variance-qty Pic S9(6) value zero.
       01 ws-variance-value Pic S9(7)V99 value zero.
       01 ws-moved-qty Pic S9(6) value zero.
       01 ws-unit-cost Pic 9(5)V9(4) value zero.
       01 ws-shrink-qty Pic S9(7) value zero.
       01 ws-shrink-value Pic S9(9)V99 value zero.
       01 ws-overage-qty Pic S9(7) value zero.
       01 ws-overage-value Pic S9(9)V99 value zero.
       01 ws-net-qty Pic S9(7) value zero.
       01 ws-net-value Pic S9(9)V99 value zero.
       01 ws-table-max-entries Pic 9(5) value 10000.
       01 ws-full-table-name Pic x(20) value spaces.
       01 ws-insert-pos Pic 9(5) value zero.
       01 ws-shift-sub Pic 9(5) value zero.
       01 ws-insert-done Pic x(3) value 'NO'.
       01 ws-run-date Pic 9(8) value zero.
       01 ws-run-time Pic 9(8) value zero.
       01 ws-new-inv-key.
         05 ws-new-inv-store Pic 9(3).
         05 ws-new-inv-code Pic x(6).
       01 ws-new-inv-on-hand Pic S9(6) value zero.
       01 ws-new-inv-reorder Pic 9(6) value zero.
       01 ws-new-inv-avg-cost Pic 9(5)V9(4) value zero.
       01 ws-find-key.
         05 ws-find-store Pic 9(3).
         05 ws-find-code Pic x(6).
       01 freeze-table.
         05 fz-entry occurs 10000 times indexed by fz-idx.
           10 fz-store Pic 9(3).
           10 fz-code Pic x(6).
           10 fz-frozen-on-hand Pic S9(6).
           10 fz-counted-qty Pic 9(6).
           10 fz-counted-flag Pic x.
       01 inventory-table.
         05 inv-entry occurs 1 to 10000 times
             depending on ws-inventory-count
             ascending key is invtbl-key
             indexed by inv-idx.
           10 invtbl-key.
             15 invtbl-store Pic 9(3).
             15 invtbl-code Pic x(6).
           10 invtbl-on-hand Pic S9(6).
           10 invtbl-reorder-point Pic 9(6).
           10 invtbl-avg-cost Pic 9(5)V9(4).
       01 ws-count-freeze-file-path Pic x(100)
           value 'C:\Data Files\Ch2_COUNT_FREEZE.dat'.
       01 ws-count-file-path Pic x(100)
           value 'C:\Data Files\Ch2_COUNT_KEYED.dat'.
       01 ws-inventory-file-path Pic x(100)
           value 'C:\Data Files\Ch2_INVMAST.dat'.
       01 ws-inventory-new-path Pic x(100)
           value 'C:\Data Files\Ch2_INVMAST_NEW.dat'.
       01 ws-count-adj-file-path Pic x(100)
           value 'C:\Data Files\Ch2_COUNT_ADJ_RUN.dat'.
       01 ws-variance-file-path Pic x(100)
           value 'C:\Data Files\Ch2_COUNT_VARIANCE.rpt'.
       01 ws-env-value Pic x(100) value spaces.

       procedure division.
       100-main-module.
           perform 010-init-file-paths-rtn
           accept ws-run-date from date yyyymmdd
           accept ws-run-time from time
           perform 020-load-freeze-rtn
           perform 030-load-inventory-rtn
           perform 050-report-headings-rtn
           perform 200-read-counts-rtn
           if ws-post-mode = 'YES'
               open output count-adj-file
           end-if
           perform 250-variance-section-rtn
           perform 300-variance-line-rtn
               varying fz-idx from 1 by 1
               until fz-idx > ws-freeze-count
           perform 390-report-totals-rtn
           close variance-file
           if ws-post-mode = 'YES'
               close count-adj-file
               perform 400-save-inventory-rtn
           end-if
           display 'CSmithCh2pgm25 count sheet:       ' ws-sheet-number
           display 'CSmithCh2pgm25 lines on sheet:    '
               ws-freeze-count
           display 'CSmithCh2pgm25 counts read:       ' ws-counts-read
           display 'CSmithCh2pgm25 counts rejected:   '
               ws-counts-rejected
           display 'CSmithCh2pgm25 lines counted:     '
               ws-lines-counted
           display 'CSmithCh2pgm25 lines not counted: '
               ws-lines-not-counted
           if ws-post-mode = 'YES'
               display 'CSmithCh2pgm25 lines posted:      '
                   ws-lines-posted ' approved by ' ws-approved-by
           else
               display 'CSmithCh2pgm25: report only - nothing posted'
           end-if
           stop run.

       010-init-file-paths-rtn.
           accept ws-env-value from environment 'CH2CCFRZ'
           if ws-env-value not = spaces
               move ws-env-value to ws-count-freeze-file-path
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment 'CH2CCKEYED'
           if ws-env-value not = spaces
               move ws-env-value to ws-count-file-path
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment 'CH2INVMST'
           if ws-env-value not = spaces
               move ws-env-value to ws-inventory-file-path
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment 'CH2INVMSTN'
           if ws-env-value not = spaces
               move ws-env-value to ws-inventory-new-path
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment 'CH2CCADJ'
           if ws-env-value not = spaces
               move ws-env-value to ws-count-adj-file-path
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment 'CH2CCVAR'
           if ws-env-value not = spaces
               move ws-env-value to ws-variance-file-path
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment 'CH2CCAPPR'
           if ws-env-value not = spaces
               move ws-env-value(1:8) to ws-approved-by
               move 'YES' to ws-post-mode
           end-if.

      ******************************************************
      * No freeze on file means no count is outstanding.
      * Asked to post one anyway, the step ends with a
      * nonzero return code so the job step swaps nothing.
      ******************************************************
       020-load-freeze-rtn.
           open input count-freeze-file
           if ws-count-freeze-status = '00'
               perform until ws-frz-eof = 'YES'
                   read count-freeze-file
                       at end
                           move 'YES' to ws-frz-eof
                       not at end
                           if ws-freeze-count >= ws-table-max-entries
                               move 'COUNT FREEZE'
                                   to ws-full-table-name
                               perform 990-table-full-rtn
                           end-if
                           add 1 to ws-freeze-count
                           move cf-sheet-number to ws-sheet-number
                           move cf-freeze-date to ws-freeze-date
                           move cf-store-number
                               to fz-store(ws-freeze-count)
                           move cf-product-code
                               to fz-code(ws-freeze-count)
                           move cf-frozen-on-hand
                               to fz-frozen-on-hand(ws-freeze-count)
                           move zero to fz-counted-qty(ws-freeze-count)
                           move 'N' to fz-counted-flag(ws-freeze-count)
                   end-read
               end-perform
           end-if
           close count-freeze-file
           if ws-freeze-count = zero
               display 'CSmithCh2pgm25: no count sheet is outstanding'
               if ws-post-mode = 'YES'
                   display 'CSmithCh2pgm25: nothing to post'
                   move 8 to return-code
                   stop run
               end-if
           end-if.

       030-load-inventory-rtn.
           open input inventory-master-file
           if ws-inventory-file-status not = '00'
               display
               'CSmithCh2pgm25: inventory master not found, status='
                   ws-inventory-file-status
               if ws-post-mode = 'YES'
                   display 'CSmithCh2pgm25: nothing can be posted'
                   move 8 to return-code
                   stop run
               end-if
           else
               perform until ws-inv-eof = 'YES'
                   read inventory-master-file
                       at end
                           move 'YES' to ws-inv-eof
                       not at end
                           if ws-inventory-count
                                   >= ws-table-max-entries
                               move 'INVENTORY'
                                   to ws-full-table-name
                               perform 990-table-full-rtn
                           end-if
                           move inv-product-code to ws-new-inv-code
                           if inv-store-number is numeric
                               move inv-store-number
                                   to ws-new-inv-store
                           else
                               move zero to ws-new-inv-store
                           end-if
                           move inv-on-hand to ws-new-inv-on-hand
                           move inv-reorder-point
                               to ws-new-inv-reorder
                           if inv-avg-cost is numeric
                               move inv-avg-cost
                                   to ws-new-inv-avg-cost
                           else
                               move zero to ws-new-inv-avg-cost
                           end-if
                           perform 035-insert-inventory-rtn
                   end-read
               end-perform
               close inventory-master-file
           end-if.

       035-insert-inventory-rtn.
           add 1 to ws-inventory-count
           move ws-inventory-count to ws-insert-pos
           move 'NO' to ws-insert-done
           perform until ws-insert-done = 'YES'
               if ws-insert-pos = 1
                   move 'YES' to ws-insert-done
               else
                   compute ws-shift-sub = ws-insert-pos - 1
                   if invtbl-key(ws-shift-sub) <= ws-new-inv-key
                       move 'YES' to ws-insert-done
                   else
                       move inv-entry(ws-shift-sub)
                           to inv-entry(ws-insert-pos)
                       move ws-shift-sub to ws-insert-pos
                   end-if
               end-if
           end-perform
           move ws-new-inv-store to invtbl-store(ws-insert-pos)
           move ws-new-inv-code to invtbl-code(ws-insert-pos)
           move ws-new-inv-on-hand to invtbl-on-hand(ws-insert-pos)
           move ws-new-inv-reorder
               to invtbl-reorder-point(ws-insert-pos)
           move ws-new-inv-avg-cost to invtbl-avg-cost(ws-insert-pos).

       050-report-headings-rtn.
           open output variance-file
           move spaces to var-title-rec
           move 'CH2 CYCLE COUNT VARIANCE REPORT' to var-title
           move 'SHEET  ' to var-title-label
           move ws-sheet-number to var-title-sheet
           move 'DATE  ' to var-title-date-label
           move ws-run-date to var-title-date
           write var-title-rec
           move spaces to var-status-rec
           if ws-post-mode = 'YES'
               move 'ADJUSTMENTS POSTED - APPROVED BY'
                   to var-status-text
               move ws-approved-by to var-status-approver
           else
               move 'NOT POSTED - AWAITING APPROVAL'
                   to var-status-text
           end-if
           write var-status-rec.

      ******************************************************
      * A keyed count is taken only for a line on the
      * outstanding sheet, once; anything else is listed and
      * left for the counters to rekey.
      ******************************************************
       200-read-counts-rtn.
           move spaces to var-section-rec
           write var-section-rec
           move 'KEYED COUNTS REJECTED' to var-section-title
           write var-section-rec
           move spaces to var-reject-column-rec
           move 'SHEET' to var-rcol-sheet
           move 'STORE' to var-rcol-store
           move 'CODE' to var-rcol-code
           move '    QTY' to var-rcol-qty
           move 'REASON' to var-rcol-reason
           write var-reject-column-rec
           open input count-file
           if ws-count-file-status = '00'
               perform until ws-cnt-eof = 'YES'
                   read count-file
                       at end
                           move 'YES' to ws-cnt-eof
                       not at end
                           add 1 to ws-counts-read
                           perform 210-validate-count-rtn
                           if ws-valid-count = 'YES'
                               move cnt-counted-qty
                                   to fz-counted-qty(fz-idx)
                               move 'Y' to fz-counted-flag(fz-idx)
                           else
                               perform 230-reject-count-rtn
                           end-if
                   end-read
               end-perform
           end-if
           close count-file
           if ws-counts-rejected = zero
               move spaces to var-reject-rec
               move 'NO KEYED COUNTS REJECTED' to var-reject-rec
               write var-reject-rec
           end-if.

       210-validate-count-rtn.
           move 'YES' to ws-valid-count
           move spaces to ws-reject-reason
           evaluate true
               when cnt-sheet-number is not numeric
                   move 'NO' to ws-valid-count
                   move 'WRONG SHEET NUMBER' to ws-reject-reason
               when cnt-sheet-number not = ws-sheet-number
                   move 'NO' to ws-valid-count
                   move 'WRONG SHEET NUMBER' to ws-reject-reason
               when cnt-store-number is not numeric
                   move 'NO' to ws-valid-count
                   move 'NOT ON COUNT SHEET' to ws-reject-reason
               when cnt-counted-qty is not numeric
                   move 'NO' to ws-valid-count
                   move 'INVALID COUNT QTY' to ws-reject-reason
               when other
                   move cnt-store-number to ws-find-store
                   move cnt-product-code to ws-find-code
                   perform 220-find-freeze-rtn
                   evaluate true
                       when ws-freeze-found = 'NO'
                           move 'NO' to ws-valid-count
                           move 'NOT ON COUNT SHEET'
                               to ws-reject-reason
                       when fz-counted-flag(fz-idx) = 'Y'
                           move 'NO' to ws-valid-count
                           move 'DUPLICATE COUNT' to ws-reject-reason
                       when other
                           continue
                   end-evaluate
           end-evaluate.

       220-find-freeze-rtn.
           move 'NO' to ws-freeze-found
           perform varying fz-idx from 1 by 1
                   until fz-idx > ws-freeze-count
               if fz-store(fz-idx) = ws-find-store
                   and fz-code(fz-idx) = ws-find-code
                   move 'YES' to ws-freeze-found
                   exit perform
               end-if
           end-perform.

       230-reject-count-rtn.
           move spaces to var-reject-rec
           move cnt-sheet-number to var-rej-sheet
           move cnt-store-number to var-rej-store
           move cnt-product-code to var-rej-code
           move cnt-counted-qty to var-rej-qty
           move ws-reject-reason to var-rej-reason
           write var-reject-rec
           add 1 to ws-counts-rejected.

       250-variance-section-rtn.
           move spaces to var-section-rec
           write var-section-rec
           move 'COUNT VARIANCES' to var-section-title
           write var-section-rec
           move spaces to var-column-rec
           move 'STORE' to var-col-store
           move 'CODE' to var-col-code
           move '    FROZEN' to var-col-frozen
           move '  COUNTED' to var-col-counted
           move '  VARIANCE' to var-col-variance
           move '    UNIT COST' to var-col-cost
           move '     VAR VALUE' to var-col-value
           move '     MOVED' to var-col-moved
           move '  NOTE' to var-col-note
           write var-column-rec.

      ******************************************************
      * The variance is always the count less the frozen
      * on-hand. MOVED is what the on-hand has done since
      * the freeze (sales, returns, receipts, transfers);
      * posting adds the variance on top of it rather than
      * replacing the on-hand with the count, which would
      * take tonight's sales off the shelf a second time.
      ******************************************************
       300-variance-line-rtn.
           move spaces to var-detail-rec
           move fz-store(fz-idx) to var-store
           move fz-code(fz-idx) to var-code
           move fz-frozen-on-hand(fz-idx) to var-frozen
           move fz-store(fz-idx) to ws-find-store
           move fz-code(fz-idx) to ws-find-code
           move 'NO' to ws-inv-found
           if ws-inventory-count > zero
               set inv-idx to 1
               search all inv-entry
                   at end
                       continue
                   when invtbl-key(inv-idx) = ws-find-key
                       move 'YES' to ws-inv-found
               end-search
           end-if
           evaluate true
               when ws-inv-found = 'NO'
                   move 'NOT ON INVENTORY' to var-note
                   add 1 to ws-lines-not-on-inv
               when fz-counted-flag(fz-idx) = 'N'
                   move 'NOT COUNTED' to var-note
                   add 1 to ws-lines-not-counted
               when other
                   perform 310-counted-line-rtn
           end-evaluate
           write var-detail-rec.

       310-counted-line-rtn.
           add 1 to ws-lines-counted
           compute ws-variance-qty
               = fz-counted-qty(fz-idx) - fz-frozen-on-hand(fz-idx)
           compute ws-moved-qty
               = invtbl-on-hand(inv-idx) - fz-frozen-on-hand(fz-idx)
           move invtbl-avg-cost(inv-idx) to ws-unit-cost
           compute ws-variance-value rounded
               = ws-variance-qty * ws-unit-cost
           move fz-counted-qty(fz-idx) to var-counted
           move ws-variance-qty to var-variance
           move ws-unit-cost to var-cost
           move ws-variance-value to var-value
           move ws-moved-qty to var-moved
           if ws-moved-qty not = zero
               move 'MOVED SINCE FREEZE' to var-note
               add 1 to ws-lines-moved
           end-if
           if ws-variance-qty < zero
               add ws-variance-qty to ws-shrink-qty
               add ws-variance-value to ws-shrink-value
           else
               add ws-variance-qty to ws-overage-qty
               add ws-variance-value to ws-overage-value
           end-if
           add ws-variance-qty to ws-net-qty
           add ws-variance-value to ws-net-value
           if ws-post-mode = 'YES'
               perform 320-post-adjustment-rtn
           end-if.

       320-post-adjustment-rtn.
           move spaces to count-adj-rec
           move ws-sheet-number to ca-sheet-number
           move ws-freeze-date to ca-count-date
           move ws-run-date to ca-post-date
           move ws-run-time to ca-post-time
           move ws-approved-by to ca-approved-by
           move fz-store(fz-idx) to ca-store-number
           move fz-code(fz-idx) to ca-product-code
           move fz-frozen-on-hand(fz-idx) to ca-frozen-on-hand
           move fz-counted-qty(fz-idx) to ca-counted-qty
           move ws-variance-qty to ca-adjust-qty
           move invtbl-on-hand(inv-idx) to ca-before-on-hand
           add ws-variance-qty to invtbl-on-hand(inv-idx)
           move invtbl-on-hand(inv-idx) to ca-after-on-hand
           move ws-unit-cost to ca-unit-cost
           move ws-variance-value to ca-adjust-value
           write count-adj-rec
           add 1 to ws-lines-posted.

       390-report-totals-rtn.
           if ws-freeze-count = zero
               move spaces to var-detail-rec
               move 'NO COUNT SHEET OUTSTANDING' to var-detail-rec
               write var-detail-rec
           end-if
           move spaces to var-total-rec
           write var-total-rec
           move 'LINES ON SHEET' to var-total-label
           move ws-freeze-count to var-total-qty
           write var-total-rec
           move spaces to var-total-rec
           move 'LINES COUNTED' to var-total-label
           move ws-lines-counted to var-total-qty
           write var-total-rec
           move spaces to var-total-rec
           move 'LINES NOT COUNTED' to var-total-label
           move ws-lines-not-counted to var-total-qty
           write var-total-rec
           move spaces to var-total-rec
           move 'LINES MOVED SINCE FREEZE' to var-total-label
           move ws-lines-moved to var-total-qty
           write var-total-rec
           if ws-lines-not-on-inv > zero
               move spaces to var-total-rec
               move 'LINES NOT ON INVENTORY' to var-total-label
               move ws-lines-not-on-inv to var-total-qty
               write var-total-rec
           end-if
           move spaces to var-total-rec
           move 'SHRINKAGE' to var-total-label
           move ws-shrink-qty to var-total-qty
           move ws-shrink-value to var-total-value
           write var-total-rec
           move spaces to var-total-rec
           move 'OVERAGE' to var-total-label
           move ws-overage-qty to var-total-qty
           move ws-overage-value to var-total-value
           write var-total-rec
           move spaces to var-total-rec
           move 'NET VARIANCE' to var-total-label
           move ws-net-qty to var-total-qty
           move ws-net-value to var-total-value
           write var-total-rec.

       400-save-inventory-rtn.
           move ws-inventory-new-path to ws-inventory-file-path
           open output inventory-master-file
           perform varying inv-idx from 1 by 1
                   until inv-idx > ws-inventory-count
               move spaces to inv-rec
               move invtbl-code(inv-idx) to inv-product-code
               move invtbl-store(inv-idx) to inv-store-number
               move invtbl-on-hand(inv-idx) to inv-on-hand
               move invtbl-reorder-point(inv-idx) to inv-reorder-point
               move invtbl-avg-cost(inv-idx) to inv-avg-cost
               write inv-rec
           end-perform
           close inventory-master-file.

       990-table-full-rtn.
           display 'CSmithCh2pgm25: ' ws-full-table-name
               ' table is full at ' ws-table-max-entries
               ' entries - run stopped before anything was lost'
           move 16 to return-code
           stop run.

       end program Problem25.
