       identification division.
       program-id. Problem21 as "CSmithCh2pgm21".
       author. Chris Smith

      ********************************************
      * Chapter 2 Program 21
      * Period sales tax liability report. Runs in the
      * period-close job after the close has moved the
      * period's audit records to Ch2_AUDIT_HIST.dat, and
      * reads back the history records stamped with that
      * close date: per store and taxing jurisdiction, the
      * taxable sales and returns, net taxable amount, tax
      * charged on sales, tax credited back on returns, and
      * the net tax owed, followed by a summary by
      * jurisdiction for the filings and a company total.
      * The report is proved against the history the same
      * way the end-of-day reconciliation proves a run: the
      * record count, net taxable amount, and net tax are
      * totaled independently from every history record for
      * the close date and compared to the report totals and
      * to the jurisdiction summary. A report that does not
      * tie ends the step with a nonzero return code.
      ********************************************

       environment division.
       input-output section.
       file-control.
           select audit-history-file
               assign to dynamic ws-audit-history-file-path
               organization is line sequential
               file status is ws-audit-history-status.
           select tax-report-file
               assign to dynamic ws-tax-report-file-path
               organization is line sequential.

       data division.
       file section.
       FD audit-history-file.
       COPY AUDHIST.

       FD tax-report-file.
       01 tax-header-rec.
         05 filler Pic x(5).
         05 tax-header-title Pic x(35).
         05 tax-header-date-label Pic x(12).
         05 tax-header-close-date Pic 9(8).
       01 tax-column-rec.
         05 tax-col-store Pic x(7).
         05 tax-col-jurisdiction Pic x(8).
         05 tax-col-sales Pic x(15).
         05 tax-col-returns Pic x(15).
         05 tax-col-net-taxable Pic x(15).
         05 tax-col-tax-sales Pic x(13).
         05 tax-col-tax-returns Pic x(13).
         05 tax-col-net-tax Pic x(13).
       01 tax-detail-rec.
         05 tax-store Pic x(3).
         05 filler Pic x(4).
         05 tax-jurisdiction-out Pic x(6).
         05 filler Pic x(2).
         05 tax-sales Pic zz,zzz,zz9.99-.
         05 filler Pic x(1).
         05 tax-returns Pic zz,zzz,zz9.99-.
         05 filler Pic x(1).
         05 tax-net-taxable Pic zz,zzz,zz9.99-.
         05 filler Pic x(1).
         05 tax-on-sales Pic z,zzz,zz9.99-.
         05 filler Pic x(1).
         05 tax-on-returns Pic z,zzz,zz9.99-.
         05 filler Pic x(1).
         05 tax-net-tax Pic z,zzz,zz9.99-.
       01 tax-control-rec.
         05 tax-control-label Pic x(30).
         05 tax-control-source Pic x(10).
         05 tax-control-count Pic zzz,zz9.
         05 filler Pic x(2).
         05 tax-control-taxable Pic zz,zzz,zz9.99-.
         05 filler Pic x(2).
         05 tax-control-tax Pic z,zzz,zz9.99-.
       01 tax-verdict-rec.
         05 filler Pic x(5).
         05 tax-verdict-text Pic x(40).

       working-storage section.
       01 ws-hist-eof Pic x(3) value 'no'.
       01 ws-audit-history-status Pic x(2) value '00'.
       01 ws-close-date Pic 9(8) value zero.
       01 ws-ties Pic x(3) value 'YES'.
       01 ws-liability-count Pic 9(5) value zero.
       01 ws-juris-count Pic 9(5) value zero.
       01 ws-liability-found Pic x(3) value 'NO'.
       01 ws-juris-found Pic x(3) value 'NO'.
       01 ws-table-max-entries Pic 9(5) value 10000.
       01 ws-full-table-name Pic x(20) value spaces.
       01 ws-insert-pos Pic 9(5) value zero.
       01 ws-shift-sub Pic 9(5) value zero.
       01 ws-insert-done Pic x(3) value 'NO'.
       01 ws-work-key.
         05 ws-work-store Pic 9(3) value zero.
         05 ws-work-jurisdiction Pic x(6) value spaces.
       01 ws-work-tax Pic S9(5)V99 value zero.
       01 ws-net-taxable Pic S9(10)V99 value zero.
       01 ws-net-tax Pic S9(10)V99 value zero.
       01 ws-ctl-record-count Pic 9(7) value zero.
       01 ws-ctl-taxable Pic S9(10)V99 value zero.
       01 ws-ctl-tax Pic S9(10)V99 value zero.
       01 ws-rpt-record-count Pic 9(7) value zero.
       01 ws-rpt-taxable Pic S9(10)V99 value zero.
       01 ws-rpt-tax Pic S9(10)V99 value zero.
       01 ws-jur-record-count Pic 9(7) value zero.
       01 ws-jur-taxable Pic S9(10)V99 value zero.
       01 ws-jur-tax Pic S9(10)V99 value zero.
       01 ws-tot-sales Pic S9(10)V99 value zero.
       01 ws-tot-returns Pic S9(10)V99 value zero.
       01 ws-tot-tax-sales Pic S9(10)V99 value zero.
       01 ws-tot-tax-returns Pic S9(10)V99 value zero.
       01 liability-table.
         05 tl-entry occurs 1 to 10000 times
             depending on ws-liability-count
             ascending key is tl-key
             indexed by tl-idx.
           10 tl-key.
             15 tl-store Pic 9(3).
             15 tl-jurisdiction Pic x(6).
           10 tl-record-count Pic 9(7).
           10 tl-sales Pic S9(10)V99.
           10 tl-returns Pic S9(10)V99.
           10 tl-tax-sales Pic S9(10)V99.
           10 tl-tax-returns Pic S9(10)V99.
       01 jurisdiction-table.
         05 jt-entry occurs 1 to 10000 times
             depending on ws-juris-count
             ascending key is jt-jurisdiction
             indexed by jt-idx.
           10 jt-jurisdiction Pic x(6).
           10 jt-record-count Pic 9(7).
           10 jt-sales Pic S9(10)V99.
           10 jt-returns Pic S9(10)V99.
           10 jt-tax-sales Pic S9(10)V99.
           10 jt-tax-returns Pic S9(10)V99.
       01 ws-audit-history-file-path Pic x(100)
           value 'C:\Data Files\Ch2_AUDIT_HIST.dat'.
       01 ws-tax-report-file-path Pic x(100)
           value 'C:\Data Files\Ch2_TAX_LIABILITY.rpt'.
       01 ws-env-value Pic x(100) value spaces.

       procedure division.
       100-main-module.
           perform 010-init-file-paths-rtn
           if ws-close-date = zero
               display 'CSmithCh2pgm21: CH2CLOSEDT close date missing '
                   'or not numeric - tax report abandoned'
               move 8 to return-code
               stop run
           end-if
           perform 200-accumulate-rtn
           perform 300-report-rtn
           display 'CSmithCh2pgm21 history records read: '
               ws-ctl-record-count
           display 'CSmithCh2pgm21 net tax for period:   ' ws-ctl-tax
           if ws-ties = 'NO'
               display 'CSmithCh2pgm21: close ' ws-close-date
                   ' tax report DOES NOT TIE to the audit history'
               move 8 to return-code
           else
               display 'CSmithCh2pgm21: close ' ws-close-date
                   ' tax report ties to the audit history'
           end-if
           stop run.

       010-init-file-paths-rtn.
           accept ws-env-value from environment 'CH2AUDHST'
           if ws-env-value not = spaces
               move ws-env-value to ws-audit-history-file-path
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment 'CH2TAXRPT'
           if ws-env-value not = spaces
               move ws-env-value to ws-tax-report-file-path
           end-if
           move spaces to ws-env-value
           accept ws-env-value from environment 'CH2CLOSEDT'
           if ws-env-value(1:8) is numeric
               move ws-env-value(1:8) to ws-close-date
           end-if.

      ******************************************************
      * Every history record for the close date goes into
      * the independent control totals first, then into the
      * store/jurisdiction and jurisdiction tables the report
      * prints from. Records closed before tax was carried
      * have a blank jurisdiction and count as untaxed.
      ******************************************************
       200-accumulate-rtn.
           open input audit-history-file
           if ws-audit-history-status not = '00'
               display 'CSmithCh2pgm21: audit history not found, '
                   'status=' ws-audit-history-status
                   ' - nothing to report'
               move 'yes' to ws-hist-eof
           end-if
           perform until ws-hist-eof = 'yes'
               read audit-history-file
                   at end
                       move 'yes' to ws-hist-eof
                   not at end
                       if hist-close-date = ws-close-date
                           perform 210-post-record-rtn
                       end-if
               end-read
           end-perform
           if ws-audit-history-status = '00'
               or ws-audit-history-status = '10'
               close audit-history-file
           end-if.

       210-post-record-rtn.
           if hist-tax-amount is numeric
               move hist-tax-amount to ws-work-tax
           else
               move zero to ws-work-tax
           end-if
           move hist-store-number to ws-work-store
           move hist-jurisdiction to ws-work-jurisdiction
           add 1 to ws-ctl-record-count
           add hist-total-price to ws-ctl-taxable
           add ws-work-tax to ws-ctl-tax
           perform 220-find-liability-rtn
           add 1 to tl-record-count(tl-idx)
           if hist-qty-sold < zero
               add hist-total-price to tl-returns(tl-idx)
               add ws-work-tax to tl-tax-returns(tl-idx)
           else
               add hist-total-price to tl-sales(tl-idx)
               add ws-work-tax to tl-tax-sales(tl-idx)
           end-if
           perform 230-find-jurisdiction-rtn
           add 1 to jt-record-count(jt-idx)
           if hist-qty-sold < zero
               add hist-total-price to jt-returns(jt-idx)
               add ws-work-tax to jt-tax-returns(jt-idx)
           else
               add hist-total-price to jt-sales(jt-idx)
               add ws-work-tax to jt-tax-sales(jt-idx)
           end-if.

      ******************************************************
      * Both tables are kept in key order by an insert that
      * slides each new entry back to its slot, so lookups
      * are binary SEARCH ALLs and the report prints in
      * store/jurisdiction and jurisdiction order.
      ******************************************************
       220-find-liability-rtn.
           move 'NO' to ws-liability-found
           if ws-liability-count > zero
               set tl-idx to 1
               search all tl-entry
                   at end
                       continue
                   when tl-key(tl-idx) = ws-work-key
                       move 'YES' to ws-liability-found
               end-search
           end-if
           if ws-liability-found = 'NO'
               if ws-liability-count >= ws-table-max-entries
                   move 'TAX LIABILITY' to ws-full-table-name
                   perform 990-table-full-rtn
               end-if
               add 1 to ws-liability-count
               move ws-liability-count to ws-insert-pos
               move 'NO' to ws-insert-done
               perform until ws-insert-done = 'YES'
                   if ws-insert-pos = 1
                       move 'YES' to ws-insert-done
                   else
                       compute ws-shift-sub = ws-insert-pos - 1
                       if tl-key(ws-shift-sub) <= ws-work-key
                           move 'YES' to ws-insert-done
                       else
                           move tl-entry(ws-shift-sub)
                               to tl-entry(ws-insert-pos)
                           move ws-shift-sub to ws-insert-pos
                       end-if
                   end-if
               end-perform
               move ws-work-key to tl-key(ws-insert-pos)
               move zero to tl-record-count(ws-insert-pos)
               move zero to tl-sales(ws-insert-pos)
               move zero to tl-returns(ws-insert-pos)
               move zero to tl-tax-sales(ws-insert-pos)
               move zero to tl-tax-returns(ws-insert-pos)
               set tl-idx to ws-insert-pos
           end-if.

       230-find-jurisdiction-rtn.
           move 'NO' to ws-juris-found
           if ws-juris-count > zero
               set jt-idx to 1
               search all jt-entry
                   at end
                       continue
                   when jt-jurisdiction(jt-idx)
                           = ws-work-jurisdiction
                       move 'YES' to ws-juris-found
               end-search
           end-if
           if ws-juris-found = 'NO'
               if ws-juris-count >= ws-table-max-entries
                   move 'JURISDICTION' to ws-full-table-name
                   perform 990-table-full-rtn
               end-if
               add 1 to ws-juris-count
               move ws-juris-count to ws-insert-pos
               move 'NO' to ws-insert-done
               perform until ws-insert-done = 'YES'
                   if ws-insert-pos = 1
                       move 'YES' to ws-insert-done
                   else
                       compute ws-shift-sub = ws-insert-pos - 1
                       if jt-jurisdiction(ws-shift-sub)
                               <= ws-work-jurisdiction
                           move 'YES' to ws-insert-done
                       else
                           move jt-entry(ws-shift-sub)
                               to jt-entry(ws-insert-pos)
                           move ws-shift-sub to ws-insert-pos
                       end-if
                   end-if
               end-perform
               move ws-work-jurisdiction
                   to jt-jurisdiction(ws-insert-pos)
               move zero to jt-record-count(ws-insert-pos)
               move zero to jt-sales(ws-insert-pos)
               move zero to jt-returns(ws-insert-pos)
               move zero to jt-tax-sales(ws-insert-pos)
               move zero to jt-tax-returns(ws-insert-pos)
               set jt-idx to ws-insert-pos
           end-if.

       300-report-rtn.
           open output tax-report-file
           move spaces to tax-header-rec
           move 'CH2 SALES TAX LIABILITY REPORT' to tax-header-title
           move 'CLOSE DATE ' to tax-header-date-label
           move ws-close-date to tax-header-close-date
           write tax-header-rec
           perform 305-column-heading-rtn
           perform 310-store-line-rtn
               varying tl-idx from 1 by 1
               until tl-idx > ws-liability-count
           move spaces to tax-detail-rec
           move 'TOTAL' to tax-detail-rec
           move ws-tot-sales to tax-sales
           move ws-tot-returns to tax-returns
           compute ws-net-taxable = ws-tot-sales + ws-tot-returns
           move ws-net-taxable to tax-net-taxable
           move ws-tot-tax-sales to tax-on-sales
           move ws-tot-tax-returns to tax-on-returns
           compute ws-net-tax
               = ws-tot-tax-sales + ws-tot-tax-returns
           move ws-net-tax to tax-net-tax
           write tax-detail-rec
           move spaces to tax-header-rec
           write tax-header-rec
           move 'SUMMARY BY JURISDICTION' to tax-header-title
           write tax-header-rec
           perform 305-column-heading-rtn
           perform 320-jurisdiction-line-rtn
               varying jt-idx from 1 by 1
               until jt-idx > ws-juris-count
           perform 330-tie-out-rtn
           close tax-report-file.

       305-column-heading-rtn.
           move spaces to tax-column-rec
           move 'STORE' to tax-col-store
           move 'JURIS' to tax-col-jurisdiction
           move '  TAXABLE SALES' to tax-col-sales
           move '        RETURNS' to tax-col-returns
           move '    NET TAXABLE' to tax-col-net-taxable
           move ' TAX ON SALES' to tax-col-tax-sales
           move ' TAX REFUNDED' to tax-col-tax-returns
           move '  NET TAX DUE' to tax-col-net-tax
           write tax-column-rec.

       310-store-line-rtn.
           move spaces to tax-detail-rec
           move tl-store(tl-idx) to tax-store
           if tl-jurisdiction(tl-idx) = spaces
               move 'NONE' to tax-jurisdiction-out
           else
               move tl-jurisdiction(tl-idx) to tax-jurisdiction-out
           end-if
           move tl-sales(tl-idx) to tax-sales
           move tl-returns(tl-idx) to tax-returns
           compute ws-net-taxable
               = tl-sales(tl-idx) + tl-returns(tl-idx)
           move ws-net-taxable to tax-net-taxable
           move tl-tax-sales(tl-idx) to tax-on-sales
           move tl-tax-returns(tl-idx) to tax-on-returns
           compute ws-net-tax
               = tl-tax-sales(tl-idx) + tl-tax-returns(tl-idx)
           move ws-net-tax to tax-net-tax
           write tax-detail-rec
           add tl-sales(tl-idx) to ws-tot-sales
           add tl-returns(tl-idx) to ws-tot-returns
           add tl-tax-sales(tl-idx) to ws-tot-tax-sales
           add tl-tax-returns(tl-idx) to ws-tot-tax-returns
           add tl-record-count(tl-idx) to ws-rpt-record-count
           add ws-net-taxable to ws-rpt-taxable
           add ws-net-tax to ws-rpt-tax.

       320-jurisdiction-line-rtn.
           move spaces to tax-detail-rec
           if jt-jurisdiction(jt-idx) = spaces
               move 'NONE' to tax-jurisdiction-out
           else
               move jt-jurisdiction(jt-idx) to tax-jurisdiction-out
           end-if
           move jt-sales(jt-idx) to tax-sales
           move jt-returns(jt-idx) to tax-returns
           compute ws-net-taxable
               = jt-sales(jt-idx) + jt-returns(jt-idx)
           move ws-net-taxable to tax-net-taxable
           move jt-tax-sales(jt-idx) to tax-on-sales
           move jt-tax-returns(jt-idx) to tax-on-returns
           compute ws-net-tax
               = jt-tax-sales(jt-idx) + jt-tax-returns(jt-idx)
           move ws-net-tax to tax-net-tax
           write tax-detail-rec
           add jt-record-count(jt-idx) to ws-jur-record-count
           add ws-net-taxable to ws-jur-taxable
           add ws-net-tax to ws-jur-tax.

       330-tie-out-rtn.
           move spaces to tax-header-rec
           write tax-header-rec
           move 'CONTROL TOTALS' to tax-header-title
           write tax-header-rec
           move spaces to tax-control-rec
           move 'AUDIT HISTORY FOR CLOSE DATE' to tax-control-label
           move 'RECORDS' to tax-control-source
           move ws-ctl-record-count to tax-control-count
           move ws-ctl-taxable to tax-control-taxable
           move ws-ctl-tax to tax-control-tax
           write tax-control-rec
           move 'STORE/JURISDICTION LINES' to tax-control-label
           move ws-rpt-record-count to tax-control-count
           move ws-rpt-taxable to tax-control-taxable
           move ws-rpt-tax to tax-control-tax
           write tax-control-rec
           move 'JURISDICTION SUMMARY' to tax-control-label
           move ws-jur-record-count to tax-control-count
           move ws-jur-taxable to tax-control-taxable
           move ws-jur-tax to tax-control-tax
           write tax-control-rec
           if ws-rpt-record-count not = ws-ctl-record-count
               or ws-rpt-taxable not = ws-ctl-taxable
               or ws-rpt-tax not = ws-ctl-tax
               or ws-jur-record-count not = ws-ctl-record-count
               or ws-jur-taxable not = ws-ctl-taxable
               or ws-jur-tax not = ws-ctl-tax
               move 'NO' to ws-ties
           end-if
           move spaces to tax-verdict-rec
           if ws-ties = 'YES'
               move 'TIES TO AUDIT HISTORY' to tax-verdict-text
           else
               move 'DOES NOT TIE TO AUDIT HISTORY'
                   to tax-verdict-text
           end-if
           write tax-verdict-rec.

       990-table-full-rtn.
           display 'CSmithCh2pgm21: ' ws-full-table-name
               ' table is full at ' ws-table-max-entries
               ' entries - run stopped before anything was lost'
           move 16 to return-code
           stop run.

       end program Problem21.
