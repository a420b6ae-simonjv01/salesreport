       identification division.
         program-id. saltax.
      *
      * 2026-10-15  new program.  sales tax liability register for the
      *             reporting period - the earliest period still open
      *             on the fiscal.txt calendar, the one salgl posts
      *             (no open period refuses the run, return code 16).
      *             reads the sales master and lists every sale dated
      *             in the period with the jurisdiction, tax status,
      *             rate and tax amount salmaint stored on it, so the
      *             register is the audit trail of which sales were
      *             taxed at what rate; the register breaks to a new
      *             page every 50 lines.  sales are then summarized by
      *             jurisdiction into taxable sales, exempt sales and
      *             tax, named from the taxrate.txt rate table, and
      *             the summary is written to taxpost.txt for salgl to
      *             post the tax liability.  sales booked before tax
      *             was assessed carry no tax status; they are listed
      *             as not assessed and totalled apart.  a jurisdiction
      *             table overflow leaves taxpost.txt empty and sets
      *             return code 12.
      *
       environment division.
       configuration section.
       input-output section.
       file-control.
           select fiscal-calendar-file assign to 'fiscal.txt'
               organization is line sequential
               file status is ws-fiscal-file-status.
           select tax-rate-file assign to 'taxrate.txt'
               organization is line sequential
               file status is ws-taxrate-file-status.
           select sales-master-file assign to 'salesmst.dat'
               organization is indexed
               access mode is dynamic
               record key is mst-key
               file status is ws-master-file-status.
           select tax-post-file assign to 'taxpost.txt'
               organization is line sequential.
           select tax-report-file assign to 'saltax.rpt'
               organization is line sequential.
       data division.
       file section.
       fd  fiscal-calendar-file.
       01  fiscal-calendar-record.
           05  fcl-fiscal-year              pic 9(4).
           05  fcl-period-no                pic 9(2).
           05  fcl-period-start             pic 9(8).
           05  fcl-period-end               pic 9(8).
           05  fcl-period-weeks             pic 9(1).
           05  fcl-period-status            pic x(1).
           05  fcl-closed-date              pic 9(8).
       fd  tax-rate-file.
       01  tax-rate-record.
           05  tax-branch-code              pic x(3).
           05  tax-effective-date           pic 9(8).
           05  tax-rate                     pic 9v9999.
           05  tax-jurisdiction-name        pic x(20).
       fd  sales-master-file.
       01  sales-master-record.
           05  mst-key.
               10  mst-rep-code             pic x(5).
               10  mst-sale-date            pic 9(8).
               10  mst-invoice-no           pic x(8).
           05  mst-cust-code                pic x(5).
           05  mst-name                     pic x(20).
           05  mst-amount                   pic s9(5)v99.
           05  mst-last-trans-code          pic x(1).
           05  mst-orig-invoice-no          pic x(8).
           05  mst-tax-branch-code          pic x(3).
           05  mst-tax-status               pic x(1).
           05  mst-tax-rate                 pic 9v9999.
           05  mst-tax-amount               pic s9(5)v99.
       fd  tax-post-file.
       01  tax-post-record.
           05  tpt-branch-code              pic x(3).
           05  tpt-period-from              pic 9(8).
           05  tpt-period-to                pic 9(8).
           05  tpt-tax-amount               pic s9(7)v99.
           05  tpt-taxable-amount           pic s9(7)v99.
           05  tpt-exempt-amount            pic s9(7)v99.
       fd  tax-report-file.
       01  out-tax-record                   pic x(100).

       working-storage section.
       01  ws-work-areas.
           05  are-there-more-records       pic x(3)  value 'yes'.
               88  more-records             value 'yes'.
               88  no-more-records          value 'no'.
           05  ws-date                      pic x(6).
           05  ws-date-x redefines ws-date.
               10  ws-yr-date               pic 99.
               10  ws-mo-date               pic 99.
               10  ws-day-date              pic 99.
           05  ws-fiscal-file-status        pic x(2)  value '00'.
           05  ws-fiscal-more-switch        pic x(1)  value 'Y'.
               88  ws-fiscal-no-more        value 'N'.
           05  ws-taxrate-file-status       pic x(2)  value '00'.
           05  ws-master-file-status        pic x(2)  value '00'.
           05  ws-period-switch             pic x(1)  value 'N'.
               88  ws-period-active         value 'Y'.
           05  ws-period-from               pic 9(8)  value 0.
           05  ws-period-to                 pic 9(8)  value 0.
           05  ws-rate-count                pic 9(3)  value 0.
           05  ws-rate-table-max            pic 9(3)  value 200.
           05  ws-rate-more-switch          pic x(1)  value 'Y'.
               88  ws-rate-no-more          value 'N'.
           05  ws-rate-found-switch         pic x(1)  value 'N'.
               88  ws-rate-found            value 'Y'.
           05  ws-rate-best-date            pic 9(8)  value 0.
           05  ws-jur-count                 pic 9(3)  value 0.
           05  ws-jur-table-max             pic 9(3)  value 100.
           05  ws-jur-found-switch          pic x(1)  value 'N'.
               88  ws-jur-found             value 'Y'.
           05  ws-jur-overflow-switch       pic x(1)  value 'N'.
               88  ws-jur-overflow          value 'Y'.
           05  ws-sub1                      pic 9(3)  value 0.
           05  ws-page-number               pic 9(3)  value 1.
           05  ws-line-count                pic 9(3)  value 0.
           05  ws-lines-per-page            pic 9(3)  value 050.
           05  ws-sales-in-period-count     pic 9(7)  value 0.
           05  ws-unassessed-count          pic 9(7)  value 0.
           05  ws-assessed-count            pic 9(7)  value 0.
           05  ws-unassessed-amount         pic s9(9)v99 value 0.
           05  ws-total-taxable-amount      pic s9(9)v99 value 0.
           05  ws-total-exempt-amount       pic s9(9)v99 value 0.
           05  ws-total-tax-amount          pic s9(9)v99 value 0.
       01  ws-rate-table.
           05  ws-rate-entry occurs 200 times indexed by ws-rate-idx.
               10  ws-rate-tbl-branch       pic x(3).
               10  ws-rate-tbl-eff-date     pic 9(8).
               10  ws-rate-tbl-name         pic x(20).
       01  ws-jur-table.
           05  ws-jur-entry occurs 100 times indexed by ws-jur-idx.
               10  ws-jur-branch            pic x(3).
               10  ws-jur-name              pic x(20).
               10  ws-jur-sale-count        pic 9(7).
               10  ws-jur-taxable-amount    pic s9(9)v99.
               10  ws-jur-exempt-amount     pic s9(9)v99.
               10  ws-jur-tax-amount        pic s9(9)v99.
       01  tx-heading-1.
           05  filler                       pic x(10) value spaces.
           05  filler                       pic x(38)
                value 'SALES TAX LIABILITY REGISTER'.
           05  filler                       pic x(9)
                value 'RUN DATE '.
           05  tx-date-out.
               10  tx-mo-out                pic 99.
               10  filler                   pic x value '/'.
               10  tx-day-out               pic 99.
               10  filler                   pic x value '/'.
               10  tx-yr-out                pic 99.
           05  filler                       pic x(5)  value spaces.
           05  filler                       pic x(5)  value 'PAGE '.
           05  tx-page-out                  pic zz9.
           05  filler                       pic x(22) value spaces.
       01  tx-period-line.
           05  filler                       pic x(10) value spaces.
           05  filler                       pic x(14)
                value 'TAX PERIOD '.
           05  tx-period-from-out           pic 9(8).
           05  filler                       pic x(6)  value ' THRU '.
           05  tx-period-to-out             pic 9(8).
           05  filler                       pic x(54) value spaces.
       01  tx-column-line.
           05  filler                       pic x(5)  value spaces.
           05  filler                       pic x(5)  value 'JUR'.
           05  filler                       pic x(7)  value 'REP'.
           05  filler                       pic x(10) value 'INVOICE'.
           05  filler                       pic x(10) value 'SALE DATE'.
           05  filler                       pic x(7)  value 'CUST'.
           05  filler                       pic x(12) value
                '      AMOUNT'.
           05  filler                       pic x(2)  value spaces.
           05  filler                       pic x(14) value
                'STATUS'.
           05  filler                       pic x(8)  value 'RATE'.
           05  filler                       pic x(11) value
                '        TAX'.
           05  filler                       pic x(9)  value spaces.
       01  tx-detail-line.
           05  filler                       pic x(5)  value spaces.
           05  tx-branch-out                pic x(3).
           05  filler                       pic x(2)  value spaces.
           05  tx-rep-code-out              pic x(5).
           05  filler                       pic x(2)  value spaces.
           05  tx-invoice-no-out            pic x(8).
           05  filler                       pic x(2)  value spaces.
           05  tx-sale-date-out             pic 9(8).
           05  filler                       pic x(2)  value spaces.
           05  tx-cust-code-out             pic x(5).
           05  filler                       pic x(2)  value spaces.
           05  tx-amount-out                pic $$$,$$9.99-.
           05  filler                       pic x(3)  value spaces.
           05  tx-status-out                pic x(12).
           05  filler                       pic x(2)  value spaces.
           05  tx-rate-out                  pic 9.9999.
           05  filler                       pic x(2)  value spaces.
           05  tx-tax-out                   pic $$$,$$9.99-.
           05  filler                       pic x(9)  value spaces.
       01  tx-summary-heading.
           05  filler                       pic x(5)  value spaces.
           05  filler                       pic x(27) value
                'SUMMARY BY JURISDICTION'.
           05  filler                       pic x(31) value spaces.
           05  filler                       pic x(5)  value 'PAGE '.
           05  tx-summary-page-out          pic zz9.
           05  filler                       pic x(29) value spaces.
       01  tx-summary-column-line.
           05  filler                       pic x(5)  value spaces.
           05  filler                       pic x(5)  value 'JUR'.
           05  filler                       pic x(22) value 'NAME'.
           05  filler                       pic x(8)  value '   SALES'.
           05  filler                       pic x(2)  value spaces.
           05  filler                       pic x(16) value
                '   TAXABLE SALES'.
           05  filler                       pic x(2)  value spaces.
           05  filler                       pic x(16) value
                '    EXEMPT SALES'.
           05  filler                       pic x(2)  value spaces.
           05  filler                       pic x(16) value
                '      TAX AMOUNT'.
           05  filler                       pic x(6)  value spaces.
       01  tx-summary-line.
           05  filler                       pic x(5)  value spaces.
           05  tx-sum-branch-out            pic x(3).
           05  filler                       pic x(2)  value spaces.
           05  tx-sum-name-out              pic x(20).
           05  filler                       pic x(2)  value spaces.
           05  tx-sum-count-out             pic z,zzz,zz9.
           05  filler                       pic x(1)  value spaces.
           05  tx-sum-taxable-out           pic $$$$,$$$,$$9.99-.
           05  filler                       pic x(2)  value spaces.
           05  tx-sum-exempt-out            pic $$$$,$$$,$$9.99-.
           05  filler                       pic x(2)  value spaces.
           05  tx-sum-tax-out               pic $$$$,$$$,$$9.99-.
           05  filler                       pic x(6)  value spaces.
       01  tx-count-line.
           05  filler                       pic x(5)  value spaces.
           05  tx-count-label-out           pic x(30).
           05  tx-count-out                 pic z,zzz,zz9.
           05  filler                       pic x(2)  value spaces.
           05  tx-count-amount-out          pic $$$$,$$$,$$9.99-.
           05  filler                       pic x(38) value spaces.
       01  tx-verdict-line.
           05  filler                       pic x(10) value spaces.
           05  tx-verdict-out               pic x(55).
           05  filler                       pic x(35) value spaces.

       procedure division.
       0000-produce-tax-register.
           perform 0100-initialize-program
           perform 0200-process-master-record
               until no-more-records
           perform 0300-print-jurisdiction-summary
           perform 0900-terminate-program
           stop run.

       0100-initialize-program.
           accept ws-date from date
           perform 0110-read-fiscal-calendar
           perform 0120-load-rate-table
           open input sales-master-file
           if ws-master-file-status not = '00'
               display 'SALES MASTER FILE NOT AVAILABLE - '
                   'salesmst.dat'
               move 16 to return-code
               stop run
           end-if
           open output tax-report-file
           perform 0130-print-headings
           perform 0500-read-master-record.

      *    tax is reported for one period - the earliest period still
      *    open on the fiscal.txt calendar, the same period salgl
      *    posts; with none open the run is refused.
       0110-read-fiscal-calendar.
           open input fiscal-calendar-file
           if ws-fiscal-file-status = '00'
               move 'Y' to ws-fiscal-more-switch
               perform until ws-fiscal-no-more
                   read fiscal-calendar-file
                       at end
                           move 'N' to ws-fiscal-more-switch
                       not at end
                           perform 0115-note-open-period
                   end-read
               end-perform
               close fiscal-calendar-file
           end-if
           if not ws-period-active
               display 'SALTAX - NO OPEN TAX PERIOD ON '
                   'fiscal.txt - RUN REFUSED'
               move 16 to return-code
               stop run
           end-if.

       0115-note-open-period.
           if fcl-period-status = 'O'
                   and fcl-period-start is numeric
                   and fcl-period-end is numeric
                   and fcl-period-start > 0
                   and fcl-period-end >= fcl-period-start
               if not ws-period-active
                       or fcl-period-start < ws-period-from
                   move 'Y' to ws-period-switch
                   move fcl-period-start to ws-period-from
                   move fcl-period-end to ws-period-to
               end-if
           end-if.

      *    the rate table is read only for the jurisdiction names -
      *    the rate each sale was taxed at is the one on the master.
       0120-load-rate-table.
           move 0 to ws-rate-count
           open input tax-rate-file
           if ws-taxrate-file-status not = '00'
               display 'TAX RATE FILE NOT AVAILABLE - taxrate.txt'
               move 16 to return-code
               stop run
           end-if
           move 'Y' to ws-rate-more-switch
           perform until ws-rate-no-more
               read tax-rate-file
                   at end
                       move 'N' to ws-rate-more-switch
                   not at end
                       if ws-rate-count < ws-rate-table-max
                           add 1 to ws-rate-count
                           move tax-branch-code
                               to ws-rate-tbl-branch(ws-rate-count)
                           move tax-effective-date
                               to ws-rate-tbl-eff-date(ws-rate-count)
                           move tax-jurisdiction-name
                               to ws-rate-tbl-name(ws-rate-count)
                       else
                           display 'WARNING - TAX RATE TABLE '
                               'FULL, EXCESS ENTRIES IGNORED'
                       end-if
               end-read
           end-perform
           close tax-rate-file.

       0130-print-headings.
           move ws-mo-date to tx-mo-out
           move ws-day-date to tx-day-out
           move ws-yr-date to tx-yr-out
           move ws-page-number to tx-page-out
           move tx-heading-1 to out-tax-record
           write out-tax-record
               after advancing page
           move ws-period-from to tx-period-from-out
           move ws-period-to to tx-period-to-out
           move tx-period-line to out-tax-record
           write out-tax-record
               after advancing 1 line
           move tx-column-line to out-tax-record
           write out-tax-record
               after advancing 2 lines
           move 4 to ws-line-count.

       0200-process-master-record.
           if mst-sale-date not < ws-period-from
                   and mst-sale-date not > ws-period-to
               add 1 to ws-sales-in-period-count
               if mst-tax-status = 'T' or 'E'
                   perform 0210-add-to-jurisdiction
               else
                   add 1 to ws-unassessed-count
                   add mst-amount to ws-unassessed-amount
               end-if
               perform 0250-write-detail-line
           end-if
           perform 0500-read-master-record.

       0210-add-to-jurisdiction.
           move 'N' to ws-jur-found-switch
           perform varying ws-jur-idx from 1 by 1
                   until ws-jur-idx > ws-jur-count
                       or ws-jur-found
               if ws-jur-branch(ws-jur-idx) = mst-tax-branch-code
                   move 'Y' to ws-jur-found-switch
                   perform 0220-accumulate-sale
               end-if
           end-perform
           if not ws-jur-found
               if ws-jur-count < ws-jur-table-max
                   add 1 to ws-jur-count
                   set ws-jur-idx to ws-jur-count
                   move mst-tax-branch-code to ws-jur-branch(ws-jur-idx)
                   move 0 to ws-jur-sale-count(ws-jur-idx)
                   move 0 to ws-jur-taxable-amount(ws-jur-idx)
                   move 0 to ws-jur-exempt-amount(ws-jur-idx)
                   move 0 to ws-jur-tax-amount(ws-jur-idx)
                   perform 0220-accumulate-sale
               else
                   move 'Y' to ws-jur-overflow-switch
               end-if
           end-if.

       0220-accumulate-sale.
           add 1 to ws-jur-sale-count(ws-jur-idx)
           if mst-tax-status = 'E'
               add mst-amount to ws-jur-exempt-amount(ws-jur-idx)
               add mst-amount to ws-total-exempt-amount
           else
               add mst-amount to ws-jur-taxable-amount(ws-jur-idx)
               add mst-amount to ws-total-taxable-amount
           end-if
           add mst-tax-amount to ws-jur-tax-amount(ws-jur-idx)
           add mst-tax-amount to ws-total-tax-amount.

       0250-write-detail-line.
           if ws-line-count not < ws-lines-per-page
               add 1 to ws-page-number
               perform 0130-print-headings
           end-if
           move mst-rep-code to tx-rep-code-out
           move mst-invoice-no to tx-invoice-no-out
           move mst-sale-date to tx-sale-date-out
           move mst-cust-code to tx-cust-code-out
           move mst-amount to tx-amount-out
           evaluate mst-tax-status
               when 'T'
                   move mst-tax-branch-code to tx-branch-out
                   move 'TAXABLE' to tx-status-out
                   move mst-tax-rate to tx-rate-out
                   move mst-tax-amount to tx-tax-out
               when 'E'
                   move mst-tax-branch-code to tx-branch-out
                   move 'EXEMPT' to tx-status-out
                   move 0 to tx-rate-out
                   move 0 to tx-tax-out
               when other
                   move spaces to tx-branch-out
                   move 'NOT ASSESSED' to tx-status-out
                   move 0 to tx-rate-out
                   move 0 to tx-tax-out
           end-evaluate
           move tx-detail-line to out-tax-record
           write out-tax-record
               after advancing 1 line
           add 1 to ws-line-count.

       0300-print-jurisdiction-summary.
           add 1 to ws-page-number
           move ws-page-number to tx-summary-page-out
           move tx-summary-heading to out-tax-record
           write out-tax-record
               after advancing page
           move tx-summary-column-line to out-tax-record
           write out-tax-record
               after advancing 2 lines
           perform varying ws-sub1 from 1 by 1
                   until ws-sub1 > ws-jur-count
               perform 0310-find-jurisdiction-name
               move ws-jur-branch(ws-sub1) to tx-sum-branch-out
               move ws-jur-name(ws-sub1) to tx-sum-name-out
               move ws-jur-sale-count(ws-sub1) to tx-sum-count-out
               move ws-jur-taxable-amount(ws-sub1)
                   to tx-sum-taxable-out
               move ws-jur-exempt-amount(ws-sub1)
                   to tx-sum-exempt-out
               move ws-jur-tax-amount(ws-sub1) to tx-sum-tax-out
               move tx-summary-line to out-tax-record
               write out-tax-record
                   after advancing 1 line
           end-perform
           move spaces to tx-sum-branch-out
           move 'TOTAL' to tx-sum-name-out
           compute ws-assessed-count = ws-sales-in-period-count
               - ws-unassessed-count
           move ws-assessed-count to tx-sum-count-out
           move ws-total-taxable-amount to tx-sum-taxable-out
           move ws-total-exempt-amount to tx-sum-exempt-out
           move ws-total-tax-amount to tx-sum-tax-out
           move tx-summary-line to out-tax-record
           write out-tax-record
               after advancing 2 lines
           move 'SALES NOT ASSESSED FOR TAX' to tx-count-label-out
           move ws-unassessed-count to tx-count-out
           move ws-unassessed-amount to tx-count-amount-out
           move tx-count-line to out-tax-record
           write out-tax-record
               after advancing 2 lines
      *    on an overflow taxpost.txt is opened and closed empty, so
      *    an earlier run's liability for the same period is not left
      *    for salgl to post.
           if ws-jur-overflow
               open output tax-post-file
               close tax-post-file
               move 'JURISDICTION TABLE FULL - taxpost.txt LEFT EMPTY'
                   to tx-verdict-out
               move 12 to return-code
           else
               perform 0400-write-tax-post-file
               move 'TAX LIABILITY WRITTEN TO taxpost.txt'
                   to tx-verdict-out
           end-if
           move tx-verdict-line to out-tax-record
           write out-tax-record
               after advancing 2 lines.

      *    the name is the one on the jurisdiction's rate entry in
      *    force at the end of the period.
       0310-find-jurisdiction-name.
           move 'N' to ws-rate-found-switch
           move 0 to ws-rate-best-date
           move spaces to ws-jur-name(ws-sub1)
           perform varying ws-rate-idx from 1 by 1
                   until ws-rate-idx > ws-rate-count
               if ws-rate-tbl-branch(ws-rate-idx)
                           = ws-jur-branch(ws-sub1)
                       and ws-rate-tbl-eff-date(ws-rate-idx)
                           not > ws-period-to
                       and (not ws-rate-found
                           or ws-rate-tbl-eff-date(ws-rate-idx)
                               > ws-rate-best-date)
                   move 'Y' to ws-rate-found-switch
                   move ws-rate-tbl-eff-date(ws-rate-idx)
                       to ws-rate-best-date
                   move ws-rate-tbl-name(ws-rate-idx)
                       to ws-jur-name(ws-sub1)
               end-if
           end-perform.

      *    one record per jurisdiction; salgl posts the tax amount as
      *    a liability for the branch.  both programs stamp the
      *    earliest period open on fiscal.txt, so the period here
      *    matches the one salgl posts when it runs before the close.
       0400-write-tax-post-file.
           open output tax-post-file
           perform varying ws-sub1 from 1 by 1
                   until ws-sub1 > ws-jur-count
               move ws-jur-branch(ws-sub1) to tpt-branch-code
               move ws-period-from to tpt-period-from
               move ws-period-to to tpt-period-to
               move ws-jur-tax-amount(ws-sub1) to tpt-tax-amount
               move ws-jur-taxable-amount(ws-sub1)
                   to tpt-taxable-amount
               move ws-jur-exempt-amount(ws-sub1)
                   to tpt-exempt-amount
               write tax-post-record
           end-perform
           close tax-post-file.

       0500-read-master-record.
           read sales-master-file next record
               at end
                   move 'no' to are-there-more-records
           end-read.

       0900-terminate-program.
           close sales-master-file
                 tax-report-file.
