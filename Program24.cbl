       identification division.
       program-id. Problem24 as "CSmithCh2pgm24".
       author. Chris Smith

      ********************************************
      * Chapter 2 Program 24
      * Cycle count sheet print, the first step of a physical
      * count. Picks the store and product records to count
      * off the inventory master - one store or every store,
      * a product code range, and/or only the records not
      * counted in the last N days according to the count
      * history (a record never counted always qualifies) -
      * and prints a numbered count sheet listing each one
      * with the on-hand the master shows right now. That
      * on-hand is frozen on the count freeze file along with
      * the record's average cost, and the variance step
      * measures the keyed counts against it. Only one count
      * may be outstanding: while a freeze is on file and not
      * yet posted, a new sheet is refused so the frozen
      * figures the counters are working from are never
      * overwritten.
      ********************************************

       environment division.
       input-output section.
       file-control.
           select inventory-master-file
               assign to dynamic ws-inventory-file-path
               organization is line sequential
               file status is ws-inventory-file-status.
           select product-master-file
               assign to dynamic ws-prodmast-file-path
               organization is line sequential
               file status is ws-prodmast-file-status.
           select optional count-history-file
               assign to dynamic ws-count-history-file-path
               organization is line sequential
               file status is ws-count-history-status.
           select optional count-freeze-file
               assign to dynamic ws-count-freeze-file-path
               organization is line sequential
               file status is ws-count-freeze-status.
           select count-control-file
               assign to dynamic ws-count-control-file-path
               organization is line sequential
               file status is ws-count-control-status.
           select count-sheet-file
               assign to dynamic ws-count-sheet-file-path
               organization is line sequential.

       data division.
       file section.
       FD inventory-master-file.
       COPY INVMAST.

       FD product-master-file.
       COPY PRODMAST.

       FD count-history-file.
       COPY COUNTADJ.

       FD count-freeze-file.
       COPY COUNTFRZ.

       FD count-control-file.
       01 count-control-rec.
         05 count-control-number Pic 9(6).

       FD count-sheet-file.
       01 sheet-title-rec.
         05 filler Pic x(10).
         05 sheet-title Pic x(24).
         05 sheet-title-label Pic x(7).
         05 sheet-title-number Pic 9(6).
         05 filler Pic x(3).
         05 sheet-title-date-label Pic x(6).
         05 sheet-title-date Pic 9(8).
       01 sheet-select-rec.
         05 sheet-select-label Pic x(12).
         05 sheet-select-text Pic x(60).
       01 sheet-column-rec.
         05 sheet-col-store Pic x(7).
         05 sheet-col-code Pic x(8).
         05 sheet-col-name Pic x(22).
         05 sheet-col-expected Pic x(10).
         05 sheet-col-last Pic x(12).
         05 sheet-col-counted Pic x(12).
       01 sheet-detail-rec.
         05 sheet-store Pic 9(3).
         05 filler Pic x(4).
         05 sheet-code Pic x(6).
         05 filler Pic x(2).
         05 sheet-name Pic x(20).
         05 filler Pic x(2).
         05 sheet-expected Pic zzz,zz9-.
         05 filler Pic x(2).
         05 sheet-last Pic x(8).
         05 filler Pic x(4).
         05 sheet-counted Pic x(12).
       01 sheet-total-rec.
         05 sheet-total-label Pic x(30).
         05 sheet-total-count Pic zzz,zz9.

       working-storage section.
       01 ws-inv-eof Pic x(3) value 'NO'.
       01 ws-pm-eof Pic x(3) value 'NO'.
       01 ws-hist-eof Pic x(3) value 'NO'.
       01 ws-inventory-file-status Pic x(2) value '00'.
       01 ws-prodmast-file-status Pic x(2) value '00'.
       01 ws-count-history-status Pic x(2) value '00'.
       01 ws-count-freeze-status Pic x(2) value '00'.
       01 ws-count-control-status Pic x(2) value '00'.
       01 ws-outstanding-sheet Pic 9(6) value zero.
       01 ws-select-store Pic 9(3) value zero.
       01 ws-select-all-stores Pic x(3) value 'YES'.
       01 ws-select-from Pic x(6) value low-values.
       01 ws-select-to Pic x(6) value high-values.
       01 ws-select-days Pic 9(3) value zero.
       01 ws-selected Pic x(3) value 'NO'.
       01 ws-inv-store Pic 9(3) value zero.
       01 ws-days-since Pic 9(6) value zero.
       01 ws-lines-selected Pic 9(6) value zero.
       01 ws-records-read Pic 9(6) value zero.
       01 ws-product-master-count Pic 9(5) value zero.
       01 ws-history-count Pic 9(5) value zero.
       01 ws-history-found Pic x(3) value 'NO'.
       01 ws-table-max-entries Pic 9(5) value 10000.
       01 ws-full-table-name Pic x(20) value spaces.
       01 ws-insert-pos Pic 9(5) value zero.
       01 ws-shift-sub Pic 9(5) value zero.
       01 ws-insert-done Pic x(3) value 'NO'.
       01 ws-sheet-number Pic 9(6) value zero.
       01 ws-run-date Pic 9(8) value zero.
       01 ws-run-time Pic 9(8) value zero.
       01 ws-hist-key.
         05 ws-hist-key-store Pic 9(3).
         05 ws-hist-key-product Pic x(6).
       01 ws-select-text.
         05 filler Pic x(6) value 'STORE '.
         05 ws-select-text-store Pic x(3) value 'ALL'.
         05 filler Pic x(12) value '  PRODUCTS '.
         05 ws-select-text-from Pic x(6) value spaces.
         05 filler Pic x(4) value ' TO '.
         05 ws-select-text-to Pic x(6) value spaces.
         05 filler Pic x(23) value
             '  NOT COUNTED IN DAYS: '.
         05 ws-select-text-days Pic zz9.
       01 product-master-table.
         05 pm-entry occurs 1 to 10000 times
             depending on ws-product-master-count
             ascending key is pm-code
             indexed by pm-idx.
           10 pm-code Pic x(6).
           10 pm-name Pic x(20).
       01 count-history-table.
         05 ch-entry occurs 1 to 10000 times
             depending on ws-history-count
             ascending key is ch-key
             indexed by ch-idx.
           10 ch-key.
             15 ch-store Pic 9(3).
             15 ch-product Pic x(6).
           10 ch-last-count-date Pic 9(8).
       01 ws-inventory-file-path Pic x(100)
           value 'C:\Data Files\Ch2_INVMAST.dat'.
       01 ws-prodmast-file-path Pic x(100)
           value 'C:\Data Files\Ch2_PRODMAST.dat'.
       01 ws-count-history-file-path Pic x(100)
           value 'C:\Data Files\Ch2_COUNT_HIST.dat'.
       01 ws-count-freeze-file-path Pic x(100)
           value 'C:\Data Files\Ch2_COUNT_FREEZE.dat'.
       01 ws-count-control-file-path Pic x(100)
           value 'C:\Data Files\Ch2_CCCTL.dat'.
       01 ws-count-sheet-file-path Pic x(100)
           value 'C:\Data Files\Ch2_COUNT_SHEET.rpt'.
       01 ws-env-value Pic x(100) value spaces.

       procedure division.
       100-main-module.
           perform 010-init-file-paths-rtn
           perform 060-check-outstanding-rtn
           perform 070-count-control-rtn
           perform 020-load-product-master-rtn
           perform 030-load-count-history-rtn
           open output count-freeze-file
           perform 050-sheet-headings-rtn
           open input inventory-master-file
           if ws-inventory-file-status not = '00'
               display
               'CSmithCh2pgm24: inventory master not found, status='
                   ws-inventory-file-status
                   ' - nothing to count'
           else
               perform until ws-inv-eof = 'YES'
                   read inventory-master-file
                       at end
                           move 'YES' to ws-inv-eof
                       not at end
                           add 1 to ws-records-read
                           perform 200-select-record-rtn
                           if ws-selected = 'YES'
                               perform 220-sheet-line-rtn
                           end-if
                   end-read
               end-perform
               close inventory-master-file
           end-if
           perform 290-sheet-totals-rtn
           close count-freeze-file
             count-sheet-file
           display 'CSmithCh2pgm24 count sheet:       ' ws-sheet-number
           display 'CSmithCh2pgm24 inventory records: '
               ws-records-read
           display 'CSmithCh2pgm24 lines on sheet:    '
               ws-lines-selected
           stop run.

       010-init-file-paths-rtn.
           accept ws-env-value from environment 'CH2INVMST'
           if ws-env-value not = spaces
               move ws-env-value to ws-inventory-file-path
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment 'CH2PRODMS'
           if ws-env-value not = spaces
               move ws-env-value to ws-prodmast-file-path
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment 'CH2CCHIST'
           if ws-env-value not = spaces
               move ws-env-value to ws-count-history-file-path
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment 'CH2CCFRZ'
           if ws-env-value not = spaces
               move ws-env-value to ws-count-freeze-file-path
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment 'CH2CCCTL'
           if ws-env-value not = spaces
               move ws-env-value to ws-count-control-file-path
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment 'CH2CCSHEET'
           if ws-env-value not = spaces
               move ws-env-value to ws-count-sheet-file-path
           end-if
           perform 015-init-selection-rtn.

      ******************************************************
      * Selection: CH2CCSTORE is a three-digit store (blank
      * for every store), CH2CCFROM/CH2CCTO bound the product
      * codes (either may be left blank), and CH2CCDAYS
      * limits the sheet to records not counted in that many
      * days (blank or zero for no age limit).
      ******************************************************
       015-init-selection-rtn.
           move spaces to ws-env-value
           accept ws-env-value from environment 'CH2CCSTORE'
           if ws-env-value(1:3) is numeric
               move ws-env-value(1:3) to ws-select-store
               move 'NO' to ws-select-all-stores
               move ws-env-value(1:3) to ws-select-text-store
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment 'CH2CCFROM'
           if ws-env-value not = spaces
               move ws-env-value(1:6) to ws-select-from
               move ws-env-value(1:6) to ws-select-text-from
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment 'CH2CCTO'
           if ws-env-value not = spaces
               move ws-env-value(1:6) to ws-select-to
               move ws-env-value(1:6) to ws-select-text-to
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment 'CH2CCDAYS'
           evaluate true
               when ws-env-value(1:3) is numeric
                   move ws-env-value(1:3) to ws-select-days
               when ws-env-value(1:2) is numeric
                   move ws-env-value(1:2) to ws-select-days
               when ws-env-value(1:1) is numeric
                   move ws-env-value(1:1) to ws-select-days
               when other
                   continue
           end-evaluate
           move ws-select-days to ws-select-text-days.

       020-load-product-master-rtn.
           open input product-master-file
           if ws-prodmast-file-status = '00'
               perform until ws-pm-eof = 'YES'
                   read product-master-file
                       at end
                           move 'YES' to ws-pm-eof
                       not at end
                           if ws-product-master-count
                                   >= ws-table-max-entries
                               move 'PRODUCT MASTER'
                                   to ws-full-table-name
                               perform 990-table-full-rtn
                           end-if
                           perform 022-insert-product-rtn
                   end-read
               end-perform
               close product-master-file
           end-if.

       022-insert-product-rtn.
           add 1 to ws-product-master-count
           move ws-product-master-count to ws-insert-pos
           move 'NO' to ws-insert-done
           perform until ws-insert-done = 'YES'
               if ws-insert-pos = 1
                   move 'YES' to ws-insert-done
               else
                   compute ws-shift-sub = ws-insert-pos - 1
                   if pm-code(ws-shift-sub) <= product-code
                       move 'YES' to ws-insert-done
                   else
                       move pm-entry(ws-shift-sub)
                           to pm-entry(ws-insert-pos)
                       move ws-shift-sub to ws-insert-pos
                   end-if
               end-if
           end-perform
           move product-code to pm-code(ws-insert-pos)
           move product-name to pm-name(ws-insert-pos).

      ******************************************************
      * The count history holds one record for every line
      * ever posted; only the latest count date for each
      * store and product is kept in the table.
      ******************************************************
       030-load-count-history-rtn.
           open input count-history-file
           if ws-count-history-status = '00'
               perform until ws-hist-eof = 'YES'
                   read count-history-file
                       at end
                           move 'YES' to ws-hist-eof
                       not at end
                           move ca-store-number to ws-hist-key-store
                           move ca-product-code
                               to ws-hist-key-product
                           perform 035-find-history-rtn
                           if ws-history-found = 'YES'
                               if ca-count-date
                                       > ch-last-count-date(ch-idx)
                                   move ca-count-date
                                       to ch-last-count-date(ch-idx)
                               end-if
                           else
                               perform 037-insert-history-rtn
                           end-if
                   end-read
               end-perform
           end-if
           close count-history-file.

       035-find-history-rtn.
           move 'NO' to ws-history-found
           if ws-history-count > zero
               set ch-idx to 1
               search all ch-entry
                   at end
                       continue
                   when ch-key(ch-idx) = ws-hist-key
                       move 'YES' to ws-history-found
               end-search
           end-if.

       037-insert-history-rtn.
           if ws-history-count >= ws-table-max-entries
               move 'COUNT HISTORY' to ws-full-table-name
               perform 990-table-full-rtn
           end-if
           add 1 to ws-history-count
           move ws-history-count to ws-insert-pos
           move 'NO' to ws-insert-done
           perform until ws-insert-done = 'YES'
               if ws-insert-pos = 1
                   move 'YES' to ws-insert-done
               else
                   compute ws-shift-sub = ws-insert-pos - 1
                   if ch-key(ws-shift-sub) <= ws-hist-key
                       move 'YES' to ws-insert-done
                   else
                       move ch-entry(ws-shift-sub)
                           to ch-entry(ws-insert-pos)
                       move ws-shift-sub to ws-insert-pos
                   end-if
               end-if
           end-perform
           move ws-hist-key to ch-key(ws-insert-pos)
           move ca-count-date to ch-last-count-date(ws-insert-pos).

       050-sheet-headings-rtn.
           open output count-sheet-file
           move spaces to sheet-title-rec
           move 'CH2 CYCLE COUNT SHEET' to sheet-title
           move 'SHEET  ' to sheet-title-label
           move ws-sheet-number to sheet-title-number
           move 'DATE  ' to sheet-title-date-label
           move ws-run-date to sheet-title-date
           write sheet-title-rec
           move spaces to sheet-select-rec
           move 'SELECTION:' to sheet-select-label
           move ws-select-text to sheet-select-text
           write sheet-select-rec
           move spaces to sheet-column-rec
           move 'STORE' to sheet-col-store
           move 'CODE' to sheet-col-code
           move 'NAME' to sheet-col-name
           move 'EXPECTED' to sheet-col-expected
           move 'LAST COUNT' to sheet-col-last
           move 'COUNTED' to sheet-col-counted
           write sheet-column-rec.

      ******************************************************
      * A count already frozen and not yet posted (or
      * cancelled) blocks a new sheet.
      ******************************************************
       060-check-outstanding-rtn.
           open input count-freeze-file
           if ws-count-freeze-status = '00'
               read count-freeze-file
                   at end
                       continue
                   not at end
                       move cf-sheet-number to ws-outstanding-sheet
               end-read
           end-if
           close count-freeze-file
           if ws-outstanding-sheet not = zero
               display 'CSmithCh2pgm24: count sheet '
                   ws-outstanding-sheet
                   ' is still outstanding - post or cancel it '
                   'before cutting a new sheet'
               move 8 to return-code
               stop run
           end-if.

       070-count-control-rtn.
           move zero to ws-sheet-number
           open input count-control-file
           if ws-count-control-status = '00'
               read count-control-file
                   at end
                       continue
                   not at end
                       move count-control-number to ws-sheet-number
               end-read
               close count-control-file
           end-if
           add 1 to ws-sheet-number
           open output count-control-file
           move ws-sheet-number to count-control-number
           write count-control-rec
           close count-control-file
           accept ws-run-date from date yyyymmdd
           accept ws-run-time from time.

       200-select-record-rtn.
           move 'YES' to ws-selected
           if inv-store-number is numeric
               move inv-store-number to ws-inv-store
           else
               move zero to ws-inv-store
           end-if
           if ws-select-all-stores = 'NO'
               and ws-inv-store not = ws-select-store
               move 'NO' to ws-selected
           end-if
           if inv-product-code < ws-select-from
               or inv-product-code > ws-select-to
               move 'NO' to ws-selected
           end-if
           move ws-inv-store to ws-hist-key-store
           move inv-product-code to ws-hist-key-product
           perform 035-find-history-rtn
           if ws-selected = 'YES'
               and ws-select-days > zero
               and ws-history-found = 'YES'
               compute ws-days-since
                   = function integer-of-date(ws-run-date)
                   - function integer-of-date
                       (ch-last-count-date(ch-idx))
               if ws-days-since < ws-select-days
                   move 'NO' to ws-selected
               end-if
           end-if.

       220-sheet-line-rtn.
           move spaces to count-freeze-rec
           move ws-sheet-number to cf-sheet-number
           move ws-run-date to cf-freeze-date
           move ws-run-time to cf-freeze-time
           move ws-inv-store to cf-store-number
           move inv-product-code to cf-product-code
           move inv-on-hand to cf-frozen-on-hand
           if inv-avg-cost is numeric
               move inv-avg-cost to cf-avg-cost
           else
               move zero to cf-avg-cost
           end-if
           write count-freeze-rec
           move spaces to sheet-detail-rec
           move ws-inv-store to sheet-store
           move inv-product-code to sheet-code
           set pm-idx to 1
           search all pm-entry
               at end
                   move 'NOT ON PRODUCT MASTER' to sheet-name
               when pm-code(pm-idx) = inv-product-code
                   move pm-name(pm-idx) to sheet-name
           end-search
           move inv-on-hand to sheet-expected
           if ws-history-found = 'YES'
               move ch-last-count-date(ch-idx) to sheet-last
           else
               move 'NEVER' to sheet-last
           end-if
           move '__________' to sheet-counted
           write sheet-detail-rec
           add 1 to ws-lines-selected.

       290-sheet-totals-rtn.
           if ws-lines-selected = zero
               move spaces to sheet-detail-rec
               move 'NO RECORDS MATCH THE SELECTION'
                   to sheet-detail-rec
               write sheet-detail-rec
           end-if
           move spaces to sheet-total-rec
           write sheet-total-rec
           move 'LINES ON SHEET' to sheet-total-label
           move ws-lines-selected to sheet-total-count
           write sheet-total-rec.

       990-table-full-rtn.
           display 'CSmithCh2pgm24: ' ws-full-table-name
               ' table is full at ' ws-table-max-entries
               ' entries - run stopped before anything was lost'
           move 16 to return-code
           stop run.

       end program Problem24.
