       identification division.
       program-id. Problem27 as "CSmithCh2pgm27".
       author. Chris Smith

      ********************************************
      * Chapter 2 Program 27
      * Outbound store price book, run in the nightly batch
      * right after the scheduled price apply. First it
      * settles the acknowledgments the stores sent back for
      * the price books they were last sent: each one is
      * matched to the store's last book on the price book
      * control file by sequence number, and the record count
      * and price hash the store counted are checked against
      * what was sent. The exception report lists every store
      * that has not acknowledged its last book, every store
      * whose acknowledged count or hash does not match, and
      * any acknowledgment that does not belong to a store's
      * last book. Then it writes tonight's price book for
      * every store: normally just the prices that changed
      * tonight (old price, new price, effective date), or a
      * full refresh of the whole product master for a store
      * that asks for one, for a store new to the price
      * books, or for every store when the operator says so.
      * An operator resending one store its full refresh
      * sends that store's book alone; every other store's
      * control entry carries forward as it was.
      * Each book is wrapped in header and trailer control
      * records like the stores' own batch controls, and the
      * control file is rewritten as a new generation with
      * what went out tonight.
      ********************************************

       environment division.
       input-output section.
       file-control.
           select optional price-book-control-file
               assign to dynamic ws-pbctl-file-path
               organization is line sequential
               file status is ws-pbctl-file-status.
           select optional price-book-ack-file
               assign to dynamic ws-pback-file-path
               organization is line sequential
               file status is ws-pback-file-status.
           select optional inventory-master-file
               assign to dynamic ws-inventory-file-path
               organization is line sequential
               file status is ws-inventory-file-status.
           select product-master-file
               assign to dynamic ws-prodmast-file-path
               organization is line sequential
               file status is ws-prodmast-file-status.
           select optional price-change-file
               assign to dynamic ws-price-change-file-path
               organization is line sequential
               file status is ws-price-change-status.
           select price-book-file
               assign to dynamic ws-price-book-file-path
               organization is line sequential.
           select price-book-report-file
               assign to dynamic ws-pbrpt-file-path
               organization is line sequential.

       data division.
       file section.
       FD price-book-control-file.
       COPY PBCTL.

       FD price-book-ack-file.
       COPY PBACK.

       FD inventory-master-file.
       COPY INVMAST.

       FD product-master-file.
       COPY PRODMAST.

       FD price-change-file.
       COPY PRICECHG.

       FD price-book-file.
       COPY PRICEBK.

       FD price-book-report-file.
       01 pbr-title-rec.
         05 filler Pic x(10).
         05 pbr-title Pic x(36).
         05 pbr-title-date-label Pic x(6).
         05 pbr-title-date Pic 9(8).
       01 pbr-section-rec.
         05 pbr-section-title Pic x(60).
       01 pbr-column-rec.
         05 pbr-col-store Pic x(7).
         05 pbr-col-seq Pic x(8).
         05 pbr-col-date Pic x(10).
         05 pbr-col-sent-count Pic x(8).
         05 pbr-col-sent-hash Pic x(16).
         05 pbr-col-ack-count Pic x(8).
         05 pbr-col-ack-hash Pic x(16).
         05 pbr-col-note Pic x(26).
       01 pbr-detail-rec.
         05 pbr-store Pic x(3).
         05 filler Pic x(4).
         05 pbr-seq Pic x(6).
         05 filler Pic x(2).
         05 pbr-date Pic x(8).
         05 filler Pic x(2).
         05 pbr-sent-count Pic zzzzz9.
         05 filler Pic x(2).
         05 pbr-sent-hash Pic zzz,zzz,zz9.99.
         05 filler Pic x(2).
         05 pbr-ack-count Pic zzzzz9.
         05 filler Pic x(2).
         05 pbr-ack-hash Pic zzz,zzz,zz9.99.
         05 filler Pic x(2).
         05 pbr-note Pic x(26).
       01 pbr-total-rec.
         05 pbr-total-label Pic x(40).
         05 pbr-total-count Pic zzz,zz9.

       working-storage section.
       01 ws-ctl-eof Pic x(3) value 'NO'.
       01 ws-ack-eof Pic x(3) value 'NO'.
       01 ws-inv-eof Pic x(3) value 'NO'.
       01 ws-pm-eof Pic x(3) value 'NO'.
       01 ws-chg-eof Pic x(3) value 'NO'.
       01 ws-pbctl-file-status Pic x(2) value '00'.
       01 ws-pback-file-status Pic x(2) value '00'.
       01 ws-inventory-file-status Pic x(2) value '00'.
       01 ws-prodmast-file-status Pic x(2) value '00'.
       01 ws-price-change-status Pic x(2) value '00'.
       01 ws-run-date Pic 9(8) value zero.
       01 ws-full-all Pic x(3) value 'NO'.
       01 ws-full-store Pic 9(3) value zero.
       01 ws-store-count Pic 9(5) value zero.
       01 ws-store-max-entries Pic 9(5) value 1000.
       01 ws-product-count Pic 9(5) value zero.
       01 ws-change-count Pic 9(5) value zero.
       01 ws-table-max-entries Pic 9(5) value 10000.
       01 ws-full-table-name Pic x(20) value spaces.
       01 ws-insert-pos Pic 9(5) value zero.
       01 ws-shift-sub Pic 9(5) value zero.
       01 ws-insert-done Pic x(3) value 'NO'.
       01 ws-new-store Pic 9(3) value zero.
       01 ws-store-found Pic x(3) value 'NO'.
       01 ws-chg-found Pic x(3) value 'NO'.
       01 ws-ack-count Pic 9(6) value zero.
       01 ws-ack-hash Pic 9(10)V99 value zero.
       01 ws-book-type Pic x value space.
       01 ws-book-sequence Pic 9(6) value zero.
       01 ws-book-count Pic 9(6) value zero.
       01 ws-book-hash Pic 9(10)V99 value zero.
       01 ws-acks-read Pic 9(6) value zero.
       01 ws-acks-unmatched Pic 9(6) value zero.
       01 ws-not-acked-count Pic 9(6) value zero.
       01 ws-mismatch-count Pic 9(6) value zero.
       01 ws-books-sent Pic 9(6) value zero.
       01 ws-books-held Pic 9(6) value zero.
       01 ws-full-sent Pic 9(6) value zero.
       01 ws-new-stores Pic 9(6) value zero.
       01 store-table.
         05 stbl-entry occurs 1 to 1000 times
             depending on ws-store-count
             ascending key is stbl-store
             indexed by stbl-idx.
           10 stbl-store Pic 9(3).
           10 stbl-refresh Pic x.
           10 stbl-last-sequence Pic 9(6).
           10 stbl-sent-date Pic 9(8).
           10 stbl-book-type Pic x.
           10 stbl-record-count Pic 9(6).
           10 stbl-price-hash Pic 9(10)V99.
           10 stbl-ack-status Pic x.
           10 stbl-ack-date Pic 9(8).
           10 stbl-ack-record-count Pic 9(6).
           10 stbl-ack-price-hash Pic 9(10)V99.
       01 product-table.
         05 prt-entry occurs 10000 times indexed by prt-idx.
           10 prt-code Pic x(6).
           10 prt-name Pic x(20).
           10 prt-price Pic 9(3)V99.
       01 change-table.
         05 chg-entry occurs 1 to 10000 times
             depending on ws-change-count
             ascending key is chg-code
             indexed by chg-idx.
           10 chg-code Pic x(6).
           10 chg-name Pic x(20).
           10 chg-old-price Pic 9(3)V99.
           10 chg-new-price Pic 9(3)V99.
           10 chg-effective Pic 9(8).
       01 ws-pbctl-file-path Pic x(100)
           value 'C:\Data Files\Ch2_PBCTL.dat'.
       01 ws-pbctl-new-path Pic x(100)
           value 'C:\Data Files\Ch2_PBCTL_NEW.dat'.
       01 ws-pback-file-path Pic x(100)
           value 'C:\Data Files\Ch2_PBACK.dat'.
       01 ws-inventory-file-path Pic x(100)
           value 'C:\Data Files\Ch2_INVMAST.dat'.
       01 ws-prodmast-file-path Pic x(100)
           value 'C:\Data Files\Ch2_PRODMAST.dat'.
       01 ws-price-change-file-path Pic x(100)
           value 'C:\Data Files\Ch2_PRICE_CHANGES.dat'.
       01 ws-price-book-prefix Pic x(100)
           value 'C:\Data Files\Ch2_PRICEBOOK_'.
       01 ws-price-book-file-path Pic x(100) value spaces.
       01 ws-pbrpt-file-path Pic x(100)
           value 'C:\Data Files\Ch2_PRICEBOOK.rpt'.
       01 ws-env-value Pic x(100) value spaces.

       procedure division.
       100-main-module.
           perform 010-init-file-paths-rtn
           accept ws-run-date from date yyyymmdd
           perform 020-load-control-rtn
           perform 030-enroll-inventory-stores-rtn
           if ws-full-store not = zero
               move ws-full-store to ws-new-store
               perform 035-find-or-add-store-rtn
           end-if
           perform 040-load-product-master-rtn
           perform 050-load-price-changes-rtn
           open output price-book-report-file
           perform 100-report-headings-rtn
           perform 200-acknowledgment-section-rtn
           perform 300-exception-section-rtn
           perform 400-price-book-section-rtn
           perform 490-report-totals-rtn
           close price-book-report-file
           perform 500-save-control-rtn
           display 'CSmithCh2pgm27 acknowledgments read:   '
               ws-acks-read
           display 'CSmithCh2pgm27 last book not acked:    '
               ws-not-acked-count
           display 'CSmithCh2pgm27 acked count/hash wrong: '
               ws-mismatch-count
           display 'CSmithCh2pgm27 price books sent:       '
               ws-books-sent
           display 'CSmithCh2pgm27 full refreshes sent:    '
               ws-full-sent
           display 'CSmithCh2pgm27 stores carried forward: '
               ws-books-held
           stop run.

       010-init-file-paths-rtn.
           accept ws-env-value from environment 'CH2PBCTL'
           if ws-env-value not = spaces
               move ws-env-value to ws-pbctl-file-path
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment 'CH2PBCTLN'
           if ws-env-value not = spaces
               move ws-env-value to ws-pbctl-new-path
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment 'CH2PBACK'
           if ws-env-value not = spaces
               move ws-env-value to ws-pback-file-path
           end-if
           move spaces to ws-env-value
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
           accept ws-env-value from environment 'CH2PRCHG'
           if ws-env-value not = spaces
               move ws-env-value to ws-price-change-file-path
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment 'CH2PBOOK'
           if ws-env-value not = spaces
               move ws-env-value to ws-price-book-prefix
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment 'CH2PBRPT'
           if ws-env-value not = spaces
               move ws-env-value to ws-pbrpt-file-path
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment 'CH2PBFULL'
           evaluate true
               when ws-env-value(1:3) = 'ALL'
                   move 'YES' to ws-full-all
               when ws-env-value(1:3) is numeric
                   move ws-env-value(1:3) to ws-full-store
               when ws-env-value(1:2) is numeric
                   move ws-env-value(1:2) to ws-full-store
               when ws-env-value(1:1) is numeric
                   move ws-env-value(1:1) to ws-full-store
               when other
                   continue
           end-evaluate.

      ******************************************************
      * The control file is the list of stores the price
      * books go to. A store keyed with just its number has
      * everything else blank and starts from zero.
      ******************************************************
       020-load-control-rtn.
           open input price-book-control-file
           if ws-pbctl-file-status = '00'
               perform until ws-ctl-eof = 'YES'
                   read price-book-control-file
                       at end
                           move 'YES' to ws-ctl-eof
                       not at end
                           if pbc-store-number is numeric
                               and pbc-store-number not = zero
                               move pbc-store-number to ws-new-store
                               perform 035-find-or-add-store-rtn
                               perform 025-control-to-table-rtn
                           end-if
                   end-read
               end-perform
           end-if
           close price-book-control-file.

       025-control-to-table-rtn.
           move pbc-refresh-request to stbl-refresh(stbl-idx)
           if pbc-last-sequence is numeric
               move pbc-last-sequence to stbl-last-sequence(stbl-idx)
           end-if
           if pbc-sent-date is numeric
               move pbc-sent-date to stbl-sent-date(stbl-idx)
           end-if
           move pbc-book-type to stbl-book-type(stbl-idx)
           if pbc-record-count is numeric
               move pbc-record-count to stbl-record-count(stbl-idx)
           end-if
           if pbc-price-hash is numeric
               move pbc-price-hash to stbl-price-hash(stbl-idx)
           end-if
           move pbc-ack-status to stbl-ack-status(stbl-idx)
           if pbc-ack-date is numeric
               move pbc-ack-date to stbl-ack-date(stbl-idx)
           end-if
           if pbc-ack-record-count is numeric
               move pbc-ack-record-count
                   to stbl-ack-record-count(stbl-idx)
           end-if
           if pbc-ack-price-hash is numeric
               move pbc-ack-price-hash
                   to stbl-ack-price-hash(stbl-idx)
           end-if.

      ******************************************************
      * Every store with stock of its own on the inventory
      * master gets price books, so a store that opens is
      * picked up without anyone remembering to set it up.
      * Store 000 is the company record, not a store.
      ******************************************************
       030-enroll-inventory-stores-rtn.
           open input inventory-master-file
           if ws-inventory-file-status = '00'
               perform until ws-inv-eof = 'YES'
                   read inventory-master-file
                       at end
                           move 'YES' to ws-inv-eof
                       not at end
                           if inv-store-number is numeric
                               and inv-store-number not = zero
                               move inv-store-number
                                   to ws-new-store
                               perform 035-find-or-add-store-rtn
                           end-if
                   end-read
               end-perform
           end-if
           close inventory-master-file.

      ******************************************************
      * Leaves stbl-idx on the store's entry, adding a new
      * one (nothing sent yet) in store order if the store
      * is not in the table.
      ******************************************************
       035-find-or-add-store-rtn.
           move 'NO' to ws-store-found
           if ws-store-count > zero
               set stbl-idx to 1
               search all stbl-entry
                   at end
                       continue
                   when stbl-store(stbl-idx) = ws-new-store
                       move 'YES' to ws-store-found
               end-search
           end-if
           if ws-store-found = 'NO'
               if ws-store-count >= ws-store-max-entries
                   move 'STORE' to ws-full-table-name
                   perform 990-table-full-rtn
               end-if
               add 1 to ws-store-count
               move ws-store-count to ws-insert-pos
               move 'NO' to ws-insert-done
               perform until ws-insert-done = 'YES'
                   if ws-insert-pos = 1
                       move 'YES' to ws-insert-done
                   else
                       compute ws-shift-sub = ws-insert-pos - 1
                       if stbl-store(ws-shift-sub) <= ws-new-store
                           move 'YES' to ws-insert-done
                       else
                           move stbl-entry(ws-shift-sub)
                               to stbl-entry(ws-insert-pos)
                           move ws-shift-sub to ws-insert-pos
                       end-if
                   end-if
               end-perform
               move ws-new-store to stbl-store(ws-insert-pos)
               move space to stbl-refresh(ws-insert-pos)
               move zero to stbl-last-sequence(ws-insert-pos)
               move zero to stbl-sent-date(ws-insert-pos)
               move space to stbl-book-type(ws-insert-pos)
               move zero to stbl-record-count(ws-insert-pos)
               move zero to stbl-price-hash(ws-insert-pos)
               move space to stbl-ack-status(ws-insert-pos)
               move zero to stbl-ack-date(ws-insert-pos)
               move zero to stbl-ack-record-count(ws-insert-pos)
               move zero to stbl-ack-price-hash(ws-insert-pos)
               set stbl-idx to ws-insert-pos
           end-if.

       040-load-product-master-rtn.
           open input product-master-file
           if ws-prodmast-file-status not = '00'
               display
               'CSmithCh2pgm27: product master file not found, '
                   'status=' ws-prodmast-file-status
                   ' - no price books written'
               move 8 to return-code
               stop run
           end-if
           perform until ws-pm-eof = 'YES'
               read product-master-file
                   at end
                       move 'YES' to ws-pm-eof
                   not at end
                       if ws-product-count >= ws-table-max-entries
                           move 'PRODUCT MASTER'
                               to ws-full-table-name
                           perform 990-table-full-rtn
                       end-if
                       add 1 to ws-product-count
                       move product-code to prt-code(ws-product-count)
                       move product-name to prt-name(ws-product-count)
                       move product-price
                           to prt-price(ws-product-count)
               end-read
           end-perform
           close product-master-file.

      ******************************************************
      * No price change file means no prices changed.
      ******************************************************
       050-load-price-changes-rtn.
           open input price-change-file
           if ws-price-change-status = '00'
               perform until ws-chg-eof = 'YES'
                   read price-change-file
                       at end
                           move 'YES' to ws-chg-eof
                       not at end
                           if ws-change-count
                                   >= ws-table-max-entries
                               move 'PRICE CHANGE'
                                   to ws-full-table-name
                               perform 990-table-full-rtn
                           end-if
                           perform 055-insert-change-rtn
                   end-read
               end-perform
           end-if
           close price-change-file.

       055-insert-change-rtn.
           add 1 to ws-change-count
           move ws-change-count to ws-insert-pos
           move 'NO' to ws-insert-done
           perform until ws-insert-done = 'YES'
               if ws-insert-pos = 1
                   move 'YES' to ws-insert-done
               else
                   compute ws-shift-sub = ws-insert-pos - 1
                   if chg-code(ws-shift-sub) <= pc-product-code
                       move 'YES' to ws-insert-done
                   else
                       move chg-entry(ws-shift-sub)
                           to chg-entry(ws-insert-pos)
                       move ws-shift-sub to ws-insert-pos
                   end-if
               end-if
           end-perform
           move pc-product-code to chg-code(ws-insert-pos)
           move pc-product-name to chg-name(ws-insert-pos)
           move pc-old-price to chg-old-price(ws-insert-pos)
           move pc-new-price to chg-new-price(ws-insert-pos)
           move pc-effective-date to chg-effective(ws-insert-pos).

       100-report-headings-rtn.
           move spaces to pbr-title-rec
           move 'CH2 STORE PRICE BOOK REPORT' to pbr-title
           move 'DATE ' to pbr-title-date-label
           move ws-run-date to pbr-title-date
           write pbr-title-rec
           move spaces to pbr-section-rec
           write pbr-section-rec
           move spaces to pbr-column-rec
           move 'STORE' to pbr-col-store
           move 'SEQ' to pbr-col-seq
           move 'DATE' to pbr-col-date
           move '  SENT' to pbr-col-sent-count
           move '     SENT HASH' to pbr-col-sent-hash
           move ' ACKED' to pbr-col-ack-count
           move '    ACKED HASH' to pbr-col-ack-hash
           move 'NOTE' to pbr-col-note
           write pbr-column-rec.

      ******************************************************
      * An acknowledgment for the store's last book settles
      * it, matched or not (the latest one wins if a store
      * sends two). Anything else is listed here: a late
      * acknowledgment for a book since replaced, one for a
      * book never sent, one from a store not on the control
      * file, or a record that is not an acknowledgment.
      ******************************************************
       200-acknowledgment-section-rtn.
           move spaces to pbr-section-rec
           write pbr-section-rec
           move 'ACKNOWLEDGMENTS NOT MATCHED TO A LAST PRICE BOOK:'
               to pbr-section-title
           write pbr-section-rec
           open input price-book-ack-file
           if ws-pback-file-status = '00'
               perform until ws-ack-eof = 'YES'
                   read price-book-ack-file
                       at end
                           move 'YES' to ws-ack-eof
                       not at end
                           add 1 to ws-acks-read
                           perform 210-one-acknowledgment-rtn
                   end-read
               end-perform
           end-if
           close price-book-ack-file
           if ws-acks-unmatched = zero
               move spaces to pbr-section-rec
               move '  NONE' to pbr-section-title
               write pbr-section-rec
           end-if.

       210-one-acknowledgment-rtn.
           move spaces to pbr-detail-rec
           move pba-store-number to pbr-store
           move pba-sequence to pbr-seq
           move pba-load-date to pbr-date
           if pba-record-count is numeric
               move pba-record-count to ws-ack-count
           else
               move zero to ws-ack-count
           end-if
           if pba-price-hash is numeric
               move pba-price-hash to ws-ack-hash
           else
               move zero to ws-ack-hash
           end-if
           move ws-ack-count to pbr-ack-count
           move ws-ack-hash to pbr-ack-hash
           if pba-record-type not = 'A'
               or pba-store-number is not numeric
               or pba-sequence is not numeric
               move 'NOT AN ACKNOWLEDGMENT' to pbr-note
               add 1 to ws-acks-unmatched
               write pbr-detail-rec
           else
               move 'NO' to ws-store-found
               if ws-store-count > zero
                   set stbl-idx to 1
                   search all stbl-entry
                       at end
                           continue
                       when stbl-store(stbl-idx) = pba-store-number
                           move 'YES' to ws-store-found
                   end-search
               end-if
               evaluate true
                   when ws-store-found = 'NO'
                       move 'STORE NOT ON CONTROL FILE' to pbr-note
                       add 1 to ws-acks-unmatched
                       write pbr-detail-rec
                   when pba-sequence
                           = stbl-last-sequence(stbl-idx)
                       if ws-ack-count
                               = stbl-record-count(stbl-idx)
                           and ws-ack-hash
                               = stbl-price-hash(stbl-idx)
                           move 'A' to stbl-ack-status(stbl-idx)
                       else
                           move 'M' to stbl-ack-status(stbl-idx)
                       end-if
                       if pba-load-date is numeric
                           move pba-load-date
                               to stbl-ack-date(stbl-idx)
                       else
                           move ws-run-date
                               to stbl-ack-date(stbl-idx)
                       end-if
                       move ws-ack-count
                           to stbl-ack-record-count(stbl-idx)
                       move ws-ack-hash
                           to stbl-ack-price-hash(stbl-idx)
                   when pba-sequence
                           < stbl-last-sequence(stbl-idx)
                       move 'LATE - BOOK SINCE REPLACED' to pbr-note
                       add 1 to ws-acks-unmatched
                       write pbr-detail-rec
                   when other
                       move 'BOOK NUMBER NEVER SENT' to pbr-note
                       add 1 to ws-acks-unmatched
                       write pbr-detail-rec
               end-evaluate
           end-if.

      ******************************************************
      * A book sent today (a rerun of this step) is not yet
      * due back, so only books from an earlier night count
      * as not acknowledged.
      ******************************************************
       300-exception-section-rtn.
           move spaces to pbr-section-rec
           write pbr-section-rec
           move 'LAST PRICE BOOK NOT ACKNOWLEDGED OR NOT MATCHING:'
               to pbr-section-title
           write pbr-section-rec
           perform 310-one-store-exception-rtn
               varying stbl-idx from 1 by 1
               until stbl-idx > ws-store-count
           if ws-not-acked-count = zero
               and ws-mismatch-count = zero
               move spaces to pbr-section-rec
               move '  NONE' to pbr-section-title
               write pbr-section-rec
           end-if.

       310-one-store-exception-rtn.
           if stbl-last-sequence(stbl-idx) > zero
               move spaces to pbr-detail-rec
               move stbl-store(stbl-idx) to pbr-store
               move stbl-last-sequence(stbl-idx) to pbr-seq
               move stbl-sent-date(stbl-idx) to pbr-date
               move stbl-record-count(stbl-idx) to pbr-sent-count
               move stbl-price-hash(stbl-idx) to pbr-sent-hash
               evaluate true
                   when stbl-ack-status(stbl-idx) = 'M'
                       move stbl-ack-record-count(stbl-idx)
                           to pbr-ack-count
                       move stbl-ack-price-hash(stbl-idx)
                           to pbr-ack-hash
                       if stbl-ack-record-count(stbl-idx)
                               not = stbl-record-count(stbl-idx)
                           move 'ACKED COUNT DOES NOT MATCH'
                               to pbr-note
                       else
                           move 'ACKED HASH DOES NOT MATCH'
                               to pbr-note
                       end-if
                       add 1 to ws-mismatch-count
                       write pbr-detail-rec
                   when stbl-ack-status(stbl-idx) = 'A'
                       continue
                   when stbl-sent-date(stbl-idx) < ws-run-date
                       move 'NOT ACKNOWLEDGED' to pbr-note
                       add 1 to ws-not-acked-count
                       write pbr-detail-rec
                   when other
                       continue
               end-evaluate
           end-if.

      ******************************************************
      * Tonight's book for each store. A full refresh goes
      * to a store never sent a book, a store with a refresh
      * request keyed on the control file, or every store
      * when CH2PBFULL says ALL; everyone else gets just
      * tonight's price changes (an empty book on a night
      * with none, so the stores still acknowledge every
      * night). A store number in CH2PBFULL resends that
      * one store a full refresh and nothing else: the
      * other stores are not sent a book, and their last
      * book and its acknowledgment stay on the control
      * file untouched.
      ******************************************************
       400-price-book-section-rtn.
           move spaces to pbr-section-rec
           write pbr-section-rec
           move 'PRICE BOOKS SENT TONIGHT:' to pbr-section-title
           write pbr-section-rec
           perform 405-select-store-rtn
               varying stbl-idx from 1 by 1
               until stbl-idx > ws-store-count
           if ws-books-sent = zero
               move spaces to pbr-section-rec
               move '  NONE - NO STORES ON THE CONTROL FILE'
                   to pbr-section-title
               write pbr-section-rec
           end-if
           if ws-books-held > zero
               move spaces to pbr-section-rec
               move '  ONE STORE RESENT - ALL OTHERS CARRIED FORWARD'
                   to pbr-section-title
               write pbr-section-rec
           end-if.

       405-select-store-rtn.
           if ws-full-store not = zero
               and ws-full-all = 'NO'
               and stbl-store(stbl-idx) not = ws-full-store
               add 1 to ws-books-held
           else
               perform 410-one-store-book-rtn
           end-if.

       410-one-store-book-rtn.
           if ws-full-all = 'YES'
               or stbl-store(stbl-idx) = ws-full-store
               or stbl-refresh(stbl-idx) = 'F'
               or stbl-last-sequence(stbl-idx) = zero
               move 'F' to ws-book-type
           else
               move 'C' to ws-book-type
           end-if
           if stbl-last-sequence(stbl-idx) = zero
               add 1 to ws-new-stores
           end-if
           if stbl-last-sequence(stbl-idx) >= 999999
               move 1 to ws-book-sequence
           else
               compute ws-book-sequence
                   = stbl-last-sequence(stbl-idx) + 1
           end-if
           move zero to ws-book-count
           move zero to ws-book-hash
           move spaces to ws-price-book-file-path
           string ws-price-book-prefix delimited by '  '
               stbl-store(stbl-idx) delimited by size
               '.dat' delimited by size
               into ws-price-book-file-path
           open output price-book-file
           move spaces to price-book-header-rec
           move 'H' to pbh-record-type
           move stbl-store(stbl-idx) to pbh-store-number
           move ws-book-sequence to pbh-sequence
           move ws-book-type to pbh-book-type
           move ws-run-date to pbh-run-date
           write price-book-header-rec
           if ws-book-type = 'F'
               perform 420-full-detail-rtn
                   varying prt-idx from 1 by 1
                   until prt-idx > ws-product-count
               add 1 to ws-full-sent
           else
               perform 430-change-detail-rtn
                   varying chg-idx from 1 by 1
                   until chg-idx > ws-change-count
           end-if
           move spaces to price-book-trailer-rec
           move 'T' to pbt-record-type
           move stbl-store(stbl-idx) to pbt-store-number
           move ws-book-sequence to pbt-sequence
           move ws-book-count to pbt-record-count
           move ws-book-hash to pbt-price-hash
           write price-book-trailer-rec
           close price-book-file
           add 1 to ws-books-sent
           move space to stbl-refresh(stbl-idx)
           move ws-book-sequence to stbl-last-sequence(stbl-idx)
           move ws-run-date to stbl-sent-date(stbl-idx)
           move ws-book-type to stbl-book-type(stbl-idx)
           move ws-book-count to stbl-record-count(stbl-idx)
           move ws-book-hash to stbl-price-hash(stbl-idx)
           move space to stbl-ack-status(stbl-idx)
           move zero to stbl-ack-date(stbl-idx)
           move zero to stbl-ack-record-count(stbl-idx)
           move zero to stbl-ack-price-hash(stbl-idx)
           move spaces to pbr-detail-rec
           move stbl-store(stbl-idx) to pbr-store
           move ws-book-sequence to pbr-seq
           move ws-run-date to pbr-date
           move ws-book-count to pbr-sent-count
           move ws-book-hash to pbr-sent-hash
           if ws-book-type = 'F'
               move 'FULL REFRESH' to pbr-note
           else
               move 'PRICE CHANGES' to pbr-note
           end-if
           write pbr-detail-rec.

      ******************************************************
      * On a full refresh a product whose price changed
      * tonight still shows the old price and the effective
      * date of the change; every other product is sent at
      * its current price as of tonight.
      ******************************************************
       420-full-detail-rtn.
           move spaces to price-book-detail-rec
           move 'D' to pbd-record-type
           move prt-code(prt-idx) to pbd-product-code
           move prt-name(prt-idx) to pbd-product-name
           move prt-price(prt-idx) to pbd-new-price
           move 'NO' to ws-chg-found
           if ws-change-count > zero
               set chg-idx to 1
               search all chg-entry
                   at end
                       continue
                   when chg-code(chg-idx) = prt-code(prt-idx)
                       move 'YES' to ws-chg-found
               end-search
           end-if
           if ws-chg-found = 'YES'
               move chg-old-price(chg-idx) to pbd-old-price
               move chg-effective(chg-idx) to pbd-effective-date
           else
               move prt-price(prt-idx) to pbd-old-price
               move ws-run-date to pbd-effective-date
           end-if
           perform 440-write-detail-rtn.

       430-change-detail-rtn.
           move spaces to price-book-detail-rec
           move 'D' to pbd-record-type
           move chg-code(chg-idx) to pbd-product-code
           move chg-name(chg-idx) to pbd-product-name
           move chg-old-price(chg-idx) to pbd-old-price
           move chg-new-price(chg-idx) to pbd-new-price
           move chg-effective(chg-idx) to pbd-effective-date
           perform 440-write-detail-rtn.

       440-write-detail-rtn.
           write price-book-detail-rec
           add 1 to ws-book-count
           add pbd-new-price to ws-book-hash.

       490-report-totals-rtn.
           move spaces to pbr-section-rec
           write pbr-section-rec
           move spaces to pbr-total-rec
           move 'ACKNOWLEDGMENTS READ:' to pbr-total-label
           move ws-acks-read to pbr-total-count
           write pbr-total-rec
           move spaces to pbr-total-rec
           move 'ACKNOWLEDGMENTS NOT MATCHED:' to pbr-total-label
           move ws-acks-unmatched to pbr-total-count
           write pbr-total-rec
           move spaces to pbr-total-rec
           move 'STORES NOT ACKNOWLEDGED:' to pbr-total-label
           move ws-not-acked-count to pbr-total-count
           write pbr-total-rec
           move spaces to pbr-total-rec
           move 'STORES ACKED WITH WRONG COUNT OR HASH:'
               to pbr-total-label
           move ws-mismatch-count to pbr-total-count
           write pbr-total-rec
           move spaces to pbr-total-rec
           move 'PRICES CHANGED TONIGHT:' to pbr-total-label
           move ws-change-count to pbr-total-count
           write pbr-total-rec
           move spaces to pbr-total-rec
           move 'PRICE BOOKS SENT:' to pbr-total-label
           move ws-books-sent to pbr-total-count
           write pbr-total-rec
           move spaces to pbr-total-rec
           move 'FULL REFRESHES SENT:' to pbr-total-label
           move ws-full-sent to pbr-total-count
           write pbr-total-rec
           move spaces to pbr-total-rec
           move 'STORES CARRIED FORWARD, NOT SENT:'
               to pbr-total-label
           move ws-books-held to pbr-total-count
           write pbr-total-rec
           move spaces to pbr-total-rec
           move 'STORES SENT THEIR FIRST BOOK:' to pbr-total-label
           move ws-new-stores to pbr-total-count
           write pbr-total-rec.

       500-save-control-rtn.
           move ws-pbctl-new-path to ws-pbctl-file-path
           open output price-book-control-file
           perform varying stbl-idx from 1 by 1
                   until stbl-idx > ws-store-count
               move spaces to price-book-control-rec
               move stbl-store(stbl-idx) to pbc-store-number
               move stbl-refresh(stbl-idx) to pbc-refresh-request
               move stbl-last-sequence(stbl-idx)
                   to pbc-last-sequence
               move stbl-sent-date(stbl-idx) to pbc-sent-date
               move stbl-book-type(stbl-idx) to pbc-book-type
               move stbl-record-count(stbl-idx) to pbc-record-count
               move stbl-price-hash(stbl-idx) to pbc-price-hash
               move stbl-ack-status(stbl-idx) to pbc-ack-status
               move stbl-ack-date(stbl-idx) to pbc-ack-date
               move stbl-ack-record-count(stbl-idx)
                   to pbc-ack-record-count
               move stbl-ack-price-hash(stbl-idx)
                   to pbc-ack-price-hash
               write price-book-control-rec
           end-perform
           close price-book-control-file.

       990-table-full-rtn.
           display 'CSmithCh2pgm27: ' ws-full-table-name
               ' table is full - run stopped before anything '
               'was lost'
           move 16 to return-code
           stop run.

       end program Problem27.
