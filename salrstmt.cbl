       identification division.
         program-id. salrstmt.
      *
      * 2026-10-15  new program.  prints a performance statement for
      *             each sales rep to salrstmt.rpt for the reporting
      *             period - the earliest period still open on the
      *             fiscal.txt calendar, the one salreport and salcomm
      *             work (no open period refuses the run, return code
      *             16).  each statement starts a new page and carries
      *             the rep's name and region from repmast.dat, the
      *             period's sales by customer off salesmst.dat (sale
      *             count, sales, returns and net per customer, with
      *             the period total), MTD and YTD sales from the
      *             salacc.txt accumulator, month and YTD quota from
      *             quota.txt with YTD attainment flagged BELOW under
      *             the control card threshold, the period's commission
      *             and the paid-to-date total from the compaid.txt
      *             register, and the change in net sales against the
      *             last closed period on the persnap.txt period-end
      *             snapshot.  statements are in region then rep code
      *             order.  every active rep gets a statement; an
      *             inactive rep gets one only when it has sales in the
      *             period.  a rep code in columns 23-27 of the
      *             control.txt card prints that one rep's statement,
      *             active or not.
      *
       environment division.
       configuration section.
       input-output section.
       file-control.
           select control-file assign to 'control.txt'
               organization is line sequential
               file status is ws-control-file-status.
           select fiscal-calendar-file assign to 'fiscal.txt'
               organization is line sequential
               file status is ws-fiscal-file-status.
           select rep-master-file assign to 'repmast.dat'
               organization is indexed
               access mode is dynamic
               record key is rpm-rep-code
               file status is ws-repmst-file-status.
           select cust-master-file assign to 'custmast.dat'
               organization is indexed
               access mode is dynamic
               record key is cst-cust-code
               file status is ws-custmst-file-status.
           select sales-master-file assign to 'salesmst.dat'
               organization is indexed
               access mode is dynamic
               record key is mst-key
               file status is ws-master-file-status.
           select accum-file assign to 'salacc.txt'
               organization is line sequential
               file status is ws-accum-file-status.
           select quota-file assign to 'quota.txt'
               organization is line sequential
               file status is ws-quota-file-status.
           select paid-register-file assign to 'compaid.txt'
               organization is line sequential
               file status is ws-compaid-file-status.
           select snapshot-file assign to 'persnap.txt'
               organization is line sequential
               file status is ws-snapshot-file-status.
           select sort-work-file assign to 'salrstmt.srt'.
           select statement-file assign to 'salrstmt.rpt'
               organization is line sequential.
       data division.
       file section.
       fd  control-file.
       01  ctl-record.
           05  ctl-group-size               pic 9(3).
           05  ctl-period-from              pic x(8).
           05  ctl-period-to                pic x(8).
           05  ctl-quota-threshold          pic x(3).
           05  ctl-statement-rep-code       pic x(5).
       fd  fiscal-calendar-file.
       01  fiscal-calendar-record.
           05  fcl-fiscal-year              pic 9(4).
           05  fcl-period-no                pic 9(2).
           05  fcl-period-start             pic 9(8).
           05  fcl-period-end               pic 9(8).
           05  fcl-period-weeks             pic 9(1).
           05  fcl-period-status            pic x(1).
           05  fcl-closed-date              pic 9(8).
       fd  rep-master-file.
       01  rep-master-record.
           05  rpm-rep-code                 pic x(5).
           05  rpm-rep-name                 pic x(20).
           05  rpm-region                   pic x(10).
           05  rpm-active-flag              pic x(1).
       fd  cust-master-file.
       01  cust-master-record.
           05  cst-cust-code                pic x(5).
           05  cst-cust-name                pic x(20).
           05  cst-branch-code              pic x(3).
           05  cst-active-flag              pic x(1).
           05  cst-tax-exempt-flag          pic x(1).
           05  cst-exempt-cert-no           pic x(15).
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
       fd  accum-file.
       01  accum-record.
           05  acc-rep-code                 pic x(5).
           05  acc-yyyymm                   pic 9(6).
           05  acc-mtd-amount               pic s9(7)v99.
           05  acc-ytd-prior-amount         pic s9(7)v99.
       fd  quota-file.
       01  quota-record.
           05  qta-rep-code                 pic x(5).
           05  qta-yyyymm                   pic 9(6).
           05  qta-amount                   pic 9(7)v99.
       fd  paid-register-file.
       01  paid-register-record.
           05  cpd-rep-code                 pic x(5).
           05  cpd-period-from              pic 9(8).
           05  cpd-period-to                pic 9(8).
           05  cpd-sales-amount             pic s9(7)v99.
           05  cpd-comm-amount              pic s9(7)v99.
       fd  snapshot-file.
       01  snapshot-record.
           05  psn-fiscal-year              pic 9(4).
           05  psn-period-no                pic 9(2).
           05  psn-period-start             pic 9(8).
           05  psn-period-end               pic 9(8).
           05  psn-rep-code                 pic x(5).
           05  psn-sale-count               pic 9(5).
           05  psn-sales-amount             pic s9(7)v99.
           05  psn-returns-amount           pic s9(7)v99.
           05  psn-net-amount               pic s9(7)v99.
           05  psn-close-date               pic 9(8).
       sd  sort-work-file.
       01  sort-record.
           05  srt-region                   pic x(10).
           05  srt-rep-code                 pic x(5).
           05  srt-rec-type                 pic x(1).
           05  srt-cust-code                pic x(5).
           05  srt-sale-date                pic 9(8).
           05  srt-invoice-no               pic x(8).
           05  srt-rep-name                 pic x(20).
           05  srt-sale-name                pic x(20).
           05  srt-amount                   pic s9(5)v99.
       fd  statement-file.
       01  out-statement-record             pic x(100).

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
           05  ws-control-file-status       pic x(2)  value '00'.
           05  ws-fiscal-file-status        pic x(2)  value '00'.
           05  ws-repmst-file-status        pic x(2)  value '00'.
           05  ws-custmst-file-status       pic x(2)  value '00'.
           05  ws-master-file-status        pic x(2)  value '00'.
           05  ws-accum-file-status         pic x(2)  value '00'.
           05  ws-quota-file-status         pic x(2)  value '00'.
           05  ws-compaid-file-status       pic x(2)  value '00'.
           05  ws-snapshot-file-status      pic x(2)  value '00'.
           05  ws-quota-threshold           pic 9(3)  value 80.
           05  ws-select-rep-code           pic x(5)  value spaces.
           05  ws-fiscal-more-switch        pic x(1)  value 'Y'.
               88  ws-fiscal-no-more        value 'N'.
           05  ws-period-switch             pic x(1)  value 'N'.
               88  ws-period-active         value 'Y'.
           05  ws-period-from               pic 9(8)  value 0.
           05  ws-period-to                 pic 9(8)  value 0.
           05  ws-fiscal-year               pic 9(4)  value 0.
           05  ws-fiscal-period-no          pic 9(2)  value 0.
           05  ws-report-yyyymm             pic 9(6)  value 0.
           05  ws-report-yyyymm-x redefines ws-report-yyyymm.
               10  ws-report-yyyy           pic 9(4).
               10  ws-report-mm             pic 9(2).
           05  ws-work-yyyymm               pic 9(6)  value 0.
           05  ws-work-yyyymm-x redefines ws-work-yyyymm.
               10  ws-work-yyyy             pic 9(4).
               10  ws-work-mm               pic 9(2).
           05  ws-custmst-open-switch       pic x(1)  value 'N'.
               88  ws-custmst-open          value 'Y'.
           05  ws-load-more-switch          pic x(1)  value 'Y'.
               88  ws-load-no-more          value 'N'.
           05  ws-accum-loaded-switch       pic x(1)  value 'N'.
               88  ws-accum-loaded          value 'Y'.
           05  ws-accum-stale-switch        pic x(1)  value 'N'.
               88  ws-accum-stale           value 'Y'.
           05  ws-quota-loaded-switch       pic x(1)  value 'N'.
               88  ws-quota-loaded          value 'Y'.
           05  ws-compaid-loaded-switch     pic x(1)  value 'N'.
               88  ws-compaid-loaded        value 'Y'.
           05  ws-prior-period-end          pic 9(8)  value 0.
           05  ws-fig-count                 pic 9(3)  value 0.
           05  ws-fig-table-max             pic 9(3)  value 500.
           05  ws-fig-sub                   pic 9(3)  value 0.
           05  ws-fig-found-switch          pic x(1)  value 'N'.
               88  ws-fig-found             value 'Y'.
           05  ws-lookup-rep-code           pic x(5)  value spaces.
           05  ws-rep-found-switch          pic x(1)  value 'N'.
               88  ws-rep-found             value 'Y'.
           05  ws-cache-rep-code            pic x(5)  value spaces.
           05  ws-cache-rep-name            pic x(20) value spaces.
           05  ws-cache-region              pic x(10) value spaces.
           05  ws-master-more-switch        pic x(1)  value 'Y'.
               88  ws-master-no-more        value 'N'.
           05  ws-curr-rep-code             pic x(5)  value spaces.
           05  ws-curr-rep-name             pic x(20) value spaces.
           05  ws-curr-region               pic x(10) value spaces.
           05  ws-curr-cust-code            pic x(5)  value spaces.
           05  ws-curr-cust-name            pic x(20) value spaces.
           05  ws-statement-open-switch     pic x(1)  value 'N'.
               88  ws-statement-open        value 'Y'.
           05  ws-customer-open-switch      pic x(1)  value 'N'.
               88  ws-customer-open         value 'Y'.
           05  ws-cust-count                pic 9(5)  value 0.
           05  ws-cust-sales                pic s9(7)v99 value 0.
           05  ws-cust-returns              pic s9(7)v99 value 0.
           05  ws-rep-sale-count            pic 9(5)  value 0.
           05  ws-rep-sales                 pic s9(7)v99 value 0.
           05  ws-rep-returns               pic s9(7)v99 value 0.
           05  ws-rep-net                   pic s9(7)v99 value 0.
           05  ws-change-amount             pic s9(7)v99 value 0.
           05  ws-pct                       pic s9(4)v9 value 0.
           05  ws-pct-edited                pic ++++9.9.
           05  ws-amount-edited             pic z,zzz,zz9.99-.
           05  ws-page-number               pic 9(3)  value 0.
           05  ws-line-count                pic 9(3)  value 0.
           05  ws-lines-per-page            pic 9(3)  value 55.
           05  ws-statement-count           pic 9(5)  value 0.
           05  ws-sales-line-count          pic 9(7)  value 0.
       01  ws-figure-table.
           05  ws-fig-entry occurs 500 times indexed by ws-fig-idx.
               10  ws-fig-rep-code          pic x(5).
               10  ws-fig-mtd               pic s9(7)v99.
               10  ws-fig-ytd               pic s9(7)v99.
               10  ws-fig-quota-mtd         pic 9(7)v99.
               10  ws-fig-quota-ytd         pic 9(7)v99.
               10  ws-fig-comm-period       pic s9(7)v99.
               10  ws-fig-comm-ptd          pic s9(7)v99.
               10  ws-fig-comm-priced       pic x(1).
               10  ws-fig-prior-net         pic s9(7)v99.
               10  ws-fig-prior-found       pic x(1).
       01  rs-heading-1.
           05  filler                       pic x(10) value spaces.
           05  filler                       pic x(44)
                value 'SALES REP PERFORMANCE STATEMENT'.
           05  filler                       pic x(9)
                value 'RUN DATE '.
           05  rs-date-out.
               10  rs-mo-out                pic 99.
               10  filler                   pic x value '/'.
               10  rs-day-out               pic 99.
               10  filler                   pic x value '/'.
               10  rs-yr-out                pic 99.
           05  filler                       pic x(5)  value spaces.
           05  filler                       pic x(5)  value 'PAGE '.
           05  rs-page-out                  pic zz9.
           05  filler                       pic x(16) value spaces.
       01  rs-rep-line.
           05  filler                       pic x(5)  value spaces.
           05  filler                       pic x(4)  value 'REP '.
           05  rs-rep-code-out              pic x(5).
           05  filler                       pic x(2)  value spaces.
           05  rs-rep-name-out              pic x(20).
           05  filler                       pic x(3)  value spaces.
           05  filler                       pic x(7)  value 'REGION '.
           05  rs-region-out                pic x(10).
           05  filler                       pic x(44) value spaces.
       01  rs-period-line.
           05  filler                       pic x(5)  value spaces.
           05  filler                       pic x(7)  value 'PERIOD '.
           05  rs-period-from-out           pic 9(8).
           05  filler                       pic x(6)  value ' THRU '.
           05  rs-period-to-out             pic 9(8).
           05  filler                       pic x(3)  value spaces.
           05  filler                       pic x(14)
                value 'FISCAL PERIOD '.
           05  rs-fiscal-year-out           pic 9(4).
           05  filler                       pic x(1)  value '/'.
           05  rs-fiscal-period-out         pic 99.
           05  filler                       pic x(42) value spaces.
       01  rs-column-line.
           05  filler                       pic x(5)  value spaces.
           05  filler                       pic x(7)  value 'CUST'.
           05  filler                       pic x(22)
                value 'CUSTOMER NAME'.
           05  filler                       pic x(8)  value ' SALES'.
           05  filler                       pic x(15)
                value '        SALES'.
           05  filler                       pic x(15)
                value '      RETURNS'.
           05  filler                       pic x(13)
                value '          NET'.
           05  filler                       pic x(15) value spaces.
       01  rs-customer-line.
           05  filler                       pic x(5)  value spaces.
           05  rs-cust-code-out             pic x(5).
           05  filler                       pic x(2)  value spaces.
           05  rs-cust-name-out             pic x(20).
           05  filler                       pic x(2)  value spaces.
           05  rs-cust-count-out            pic zz,zz9.
           05  filler                       pic x(2)  value spaces.
           05  rs-cust-sales-out            pic z,zzz,zz9.99-.
           05  filler                       pic x(2)  value spaces.
           05  rs-cust-returns-out          pic z,zzz,zz9.99-.
           05  filler                       pic x(2)  value spaces.
           05  rs-cust-net-out              pic z,zzz,zz9.99-.
           05  filler                       pic x(15) value spaces.
       01  rs-total-line.
           05  filler                       pic x(5)  value spaces.
           05  filler                       pic x(29)
                value 'PERIOD TOTAL'.
           05  rs-total-count-out           pic zz,zz9.
           05  filler                       pic x(2)  value spaces.
           05  rs-total-sales-out           pic z,zzz,zz9.99-.
           05  filler                       pic x(2)  value spaces.
           05  rs-total-returns-out         pic z,zzz,zz9.99-.
           05  filler                       pic x(2)  value spaces.
           05  rs-total-net-out             pic z,zzz,zz9.99-.
           05  filler                       pic x(15) value spaces.
       01  rs-message-line.
           05  filler                       pic x(5)  value spaces.
           05  rs-message-out               pic x(60).
           05  filler                       pic x(35) value spaces.
       01  rs-figure-line.
           05  filler                       pic x(5)  value spaces.
           05  rs-label-1-out               pic x(30).
           05  rs-value-1-out               pic x(14).
           05  filler                       pic x(3)  value spaces.
           05  rs-label-2-out               pic x(20).
           05  rs-value-2-out               pic x(14).
           05  filler                       pic x(14) value spaces.
       01  rs-run-total-line.
           05  filler                       pic x(5)  value spaces.
           05  filler                       pic x(20)
                value 'STATEMENTS PRINTED '.
           05  rs-statement-count-out       pic zz,zz9.
           05  filler                       pic x(5)  value spaces.
           05  filler                       pic x(20)
                value 'PERIOD SALES LINES '.
           05  rs-sales-line-count-out      pic z,zzz,zz9.
           05  filler                       pic x(35) value spaces.

       procedure division.
       0000-produce-rep-statements.
           perform 0100-initialize-program
           sort sort-work-file
               on ascending key srt-region
                                srt-rep-code
                                srt-rec-type
                                srt-cust-code
                                srt-sale-date
                                srt-invoice-no
               input procedure is 0200-release-sort-records
               output procedure is 0300-produce-statements
           perform 0900-terminate-program
           stop run.

       0100-initialize-program.
           accept ws-date from date
           perform 0110-read-control-record
           perform 0120-read-fiscal-calendar
           if not ws-period-active
               display 'SALRSTMT - NO OPEN PERIOD ON fiscal.txt - '
                   'RUN REFUSED'
               move 16 to return-code
               stop run
           end-if
           move ws-period-to(1:6) to ws-report-yyyymm
           open input rep-master-file
           if ws-repmst-file-status not = '00'
               display 'REP MASTER FILE NOT AVAILABLE - repmast.dat'
               move 16 to return-code
               stop run
           end-if
           open input sales-master-file
           if ws-master-file-status not = '00'
               display 'SALES MASTER FILE NOT AVAILABLE - '
                   'salesmst.dat'
               move 16 to return-code
               stop run
           end-if
           open input cust-master-file
           if ws-custmst-file-status = '00'
               move 'Y' to ws-custmst-open-switch
           else
               display 'CUSTOMER MASTER FILE NOT AVAILABLE - '
                   'NAMES TAKEN FROM THE SALE'
           end-if
           perform 0140-load-accum-figures
           perform 0150-load-quota-figures
           perform 0160-load-paid-figures
           perform 0170-load-prior-period
           open output statement-file.

      *    the quota threshold and the single-rep selection share the
      *    card salreport reads; the period fields on it are not used.
       0110-read-control-record.
           open input control-file
           if ws-control-file-status = '00'
               read control-file
                   at end
                       continue
                   not at end
                       if ctl-quota-threshold is numeric
                               and ctl-quota-threshold > '000'
                           move ctl-quota-threshold
                               to ws-quota-threshold
                       end-if
                       move ctl-statement-rep-code
                           to ws-select-rep-code
               end-read
               close control-file
           end-if.

       0120-read-fiscal-calendar.
           open input fiscal-calendar-file
           if ws-fiscal-file-status = '00'
               move 'Y' to ws-fiscal-more-switch
               perform until ws-fiscal-no-more
                   read fiscal-calendar-file
                       at end
                           move 'N' to ws-fiscal-more-switch
                       not at end
                           perform 0125-note-open-period
                   end-read
               end-perform
               close fiscal-calendar-file
           end-if.

       0125-note-open-period.
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
                   move fcl-fiscal-year to ws-fiscal-year
                   move fcl-period-no to ws-fiscal-period-no
               end-if
           end-if.

      *    the accumulator entry is rolled to the report month the way
      *    salreport rolls it, so a statement printed before this
      *    month's salreport run still shows the right MTD and YTD.
      *    an accumulator already past the report month cannot be
      *    rolled back and its figures are not shown.
       0140-load-accum-figures.
           open input accum-file
           if ws-accum-file-status = '00'
               move 'Y' to ws-accum-loaded-switch
               move 'Y' to ws-load-more-switch
               perform until ws-load-no-more
                   read accum-file
                       at end
                           move 'N' to ws-load-more-switch
                       not at end
                           perform 0145-note-accum-entry
                   end-read
               end-perform
               close accum-file
           end-if.

       0145-note-accum-entry.
           if ws-select-rep-code = spaces
                   or acc-rep-code = ws-select-rep-code
               move acc-rep-code to ws-lookup-rep-code
               perform 0180-find-figure-entry
               move acc-yyyymm to ws-work-yyyymm
               evaluate true
                   when ws-work-yyyymm > ws-report-yyyymm
                       move 'Y' to ws-accum-stale-switch
                   when ws-work-yyyymm = ws-report-yyyymm
                       move acc-mtd-amount to ws-fig-mtd(ws-fig-sub)
                       compute ws-fig-ytd(ws-fig-sub) =
                           acc-ytd-prior-amount + acc-mtd-amount
                   when ws-work-yyyy = ws-report-yyyy
                       move 0 to ws-fig-mtd(ws-fig-sub)
                       compute ws-fig-ytd(ws-fig-sub) =
                           acc-ytd-prior-amount + acc-mtd-amount
                   when other
                       move 0 to ws-fig-mtd(ws-fig-sub)
                       move 0 to ws-fig-ytd(ws-fig-sub)
               end-evaluate
           end-if.

      *    month quota is the report month's; YTD quota is the report
      *    year's months through the report month, as salreport has
      *    it.
       0150-load-quota-figures.
           open input quota-file
           if ws-quota-file-status = '00'
               move 'Y' to ws-quota-loaded-switch
               move 'Y' to ws-load-more-switch
               perform until ws-load-no-more
                   read quota-file
                       at end
                           move 'N' to ws-load-more-switch
                       not at end
                           perform 0155-note-quota-entry
                   end-read
               end-perform
               close quota-file
           end-if.

       0155-note-quota-entry.
           if qta-yyyymm is numeric
                   and qta-amount is numeric
                   and (ws-select-rep-code = spaces
                       or qta-rep-code = ws-select-rep-code)
               move qta-yyyymm to ws-work-yyyymm
               if ws-work-yyyy = ws-report-yyyy
                       and ws-work-mm not > ws-report-mm
                   move qta-rep-code to ws-lookup-rep-code
                   perform 0180-find-figure-entry
                   add qta-amount to ws-fig-quota-ytd(ws-fig-sub)
                   if ws-work-yyyymm = ws-report-yyyymm
                       add qta-amount to ws-fig-quota-mtd(ws-fig-sub)
                   end-if
               end-if
           end-if.

      *    salcomm refuses to price a period twice, so at most one
      *    register entry carries this period's dates for a rep.
       0160-load-paid-figures.
           open input paid-register-file
           if ws-compaid-file-status = '00'
               move 'Y' to ws-compaid-loaded-switch
               move 'Y' to ws-load-more-switch
               perform until ws-load-no-more
                   read paid-register-file
                       at end
                           move 'N' to ws-load-more-switch
                       not at end
                           perform 0165-note-paid-entry
                   end-read
               end-perform
               close paid-register-file
           end-if.

       0165-note-paid-entry.
           if ws-select-rep-code = spaces
                   or cpd-rep-code = ws-select-rep-code
               move cpd-rep-code to ws-lookup-rep-code
               perform 0180-find-figure-entry
               add cpd-comm-amount to ws-fig-comm-ptd(ws-fig-sub)
               if cpd-period-from = ws-period-from
                       and cpd-period-to = ws-period-to
                   add cpd-comm-amount
                       to ws-fig-comm-period(ws-fig-sub)
                   move 'Y' to ws-fig-comm-priced(ws-fig-sub)
               end-if
           end-if.

      *    last period is the latest closed period ending before this
      *    one on the persnap.txt snapshot salclose writes.  a later
      *    period end found further down the file replaces what was
      *    noted for an earlier one.
       0170-load-prior-period.
           move 0 to ws-prior-period-end
           open input snapshot-file
           if ws-snapshot-file-status = '00'
               move 'Y' to ws-load-more-switch
               perform until ws-load-no-more
                   read snapshot-file
                       at end
                           move 'N' to ws-load-more-switch
                       not at end
                           perform 0175-note-snapshot-entry
                   end-read
               end-perform
               close snapshot-file
           end-if.

       0175-note-snapshot-entry.
           if psn-period-end is numeric
                   and psn-period-end < ws-period-from
               if psn-period-end > ws-prior-period-end
                   move psn-period-end to ws-prior-period-end
                   perform varying ws-fig-idx from 1 by 1
                           until ws-fig-idx > ws-fig-count
                       move 0 to ws-fig-prior-net(ws-fig-idx)
                       move 'N' to ws-fig-prior-found(ws-fig-idx)
                   end-perform
               end-if
               if psn-period-end = ws-prior-period-end
                       and (ws-select-rep-code = spaces
                           or psn-rep-code = ws-select-rep-code)
                   move psn-rep-code to ws-lookup-rep-code
                   perform 0180-find-figure-entry
                   move psn-net-amount to ws-fig-prior-net(ws-fig-sub)
                   move 'Y' to ws-fig-prior-found(ws-fig-sub)
               end-if
           end-if.

      *    a statement printed off a short figure table would be
      *    handed out wrong, so a full table refuses the run.  every
      *    rep due a statement is entered while the sort is fed, so
      *    the table fills, if it is going to, before anything prints.
       0180-find-figure-entry.
           move 'N' to ws-fig-found-switch
           perform varying ws-fig-idx from 1 by 1
                   until ws-fig-idx > ws-fig-count
                       or ws-fig-found
               if ws-fig-rep-code(ws-fig-idx) = ws-lookup-rep-code
                   move 'Y' to ws-fig-found-switch
                   set ws-fig-sub to ws-fig-idx
               end-if
           end-perform
           if not ws-fig-found
               if ws-fig-count < ws-fig-table-max
                   add 1 to ws-fig-count
                   move ws-fig-count to ws-fig-sub
                   move ws-lookup-rep-code
                       to ws-fig-rep-code(ws-fig-sub)
                   move 0 to ws-fig-mtd(ws-fig-sub)
                   move 0 to ws-fig-ytd(ws-fig-sub)
                   move 0 to ws-fig-quota-mtd(ws-fig-sub)
                   move 0 to ws-fig-quota-ytd(ws-fig-sub)
                   move 0 to ws-fig-comm-period(ws-fig-sub)
                   move 0 to ws-fig-comm-ptd(ws-fig-sub)
                   move 'N' to ws-fig-comm-priced(ws-fig-sub)
                   move 0 to ws-fig-prior-net(ws-fig-sub)
                   move 'N' to ws-fig-prior-found(ws-fig-sub)
               else
                   display 'SALRSTMT - REP FIGURES TABLE FULL - '
                       'RUN REFUSED, NO STATEMENTS PRINTED'
                   move 16 to return-code
                   stop run
               end-if
           end-if.

      *    a header record is released for each rep due a statement
      *    and a detail record for each of the period's sales, both
      *    carrying the rep's region so the sort can order by it.  the
      *    header sorts ahead of the rep's sales.
       0200-release-sort-records.
           perform 0210-release-rep-headers
           perform 0220-release-period-sales.

       0210-release-rep-headers.
           if ws-select-rep-code not = spaces
               move ws-select-rep-code to rpm-rep-code
               read rep-master-file
                   invalid key
                       continue
                   not invalid key
                       perform 0215-release-rep-header
               end-read
           else
               move 'Y' to ws-master-more-switch
               perform until ws-master-no-more
                   read rep-master-file next record
                       at end
                           move 'N' to ws-master-more-switch
                       not at end
                           if rpm-active-flag = 'A'
                               perform 0215-release-rep-header
                           end-if
                   end-read
               end-perform
           end-if.

       0215-release-rep-header.
           move spaces to sort-record
           move rpm-region to srt-region
           move rpm-rep-code to srt-rep-code
           move '1' to srt-rec-type
           move 0 to srt-sale-date
           move rpm-rep-name to srt-rep-name
           move 0 to srt-amount
           move rpm-rep-code to ws-lookup-rep-code
           perform 0180-find-figure-entry
           release sort-record.

      *    the master is keyed by rep, sale date and invoice, so one
      *    rep's sales are reached with a start at that rep.
       0220-release-period-sales.
           move 'Y' to ws-master-more-switch
           if ws-select-rep-code not = spaces
               move ws-select-rep-code to mst-rep-code
               move zeros to mst-sale-date
               move low-values to mst-invoice-no
               start sales-master-file key not < mst-key
                   invalid key
                       move 'N' to ws-master-more-switch
               end-start
           end-if
           perform until ws-master-no-more
               read sales-master-file next record
                   at end
                       move 'N' to ws-master-more-switch
                   not at end
                       if ws-select-rep-code not = spaces
                               and mst-rep-code not = ws-select-rep-code
                           move 'N' to ws-master-more-switch
                       else
                           if mst-sale-date not < ws-period-from
                                   and mst-sale-date not > ws-period-to
                               perform 0225-release-sale
                           end-if
                       end-if
               end-read
           end-perform.

       0225-release-sale.
           if mst-rep-code not = ws-cache-rep-code
               perform 0230-lookup-rep
           end-if
           move spaces to sort-record
           move ws-cache-region to srt-region
           move mst-rep-code to srt-rep-code
           move '2' to srt-rec-type
           move mst-cust-code to srt-cust-code
           move mst-sale-date to srt-sale-date
           move mst-invoice-no to srt-invoice-no
           move ws-cache-rep-name to srt-rep-name
           move mst-name to srt-sale-name
           move mst-amount to srt-amount
           release sort-record
           add 1 to ws-sales-line-count.

      *    the master arrives in rep order, so the last rep read is
      *    kept rather than read again for every sale.
       0230-lookup-rep.
           move mst-rep-code to ws-cache-rep-code
           move mst-rep-code to ws-lookup-rep-code
           perform 0180-find-figure-entry
           move mst-rep-code to rpm-rep-code
           read rep-master-file
               invalid key
                   move '*NOT ON REP MASTER*' to ws-cache-rep-name
                   move spaces to ws-cache-region
               not invalid key
                   move rpm-rep-name to ws-cache-rep-name
                   move rpm-region to ws-cache-region
           end-read.

       0300-produce-statements.
           perform 0500-return-sort-record
           perform 0310-process-sort-record
               until no-more-records
           if ws-statement-open
               perform 0350-finish-statement
           end-if.

       0310-process-sort-record.
           if not ws-statement-open
                   or srt-rep-code not = ws-curr-rep-code
               if ws-statement-open
                   perform 0350-finish-statement
               end-if
               perform 0320-start-statement
           end-if
           if srt-rec-type = '2'
               if not ws-customer-open
                       or srt-cust-code not = ws-curr-cust-code
                   if ws-customer-open
                       perform 0340-print-customer-line
                   end-if
                   perform 0330-start-customer
               end-if
               add 1 to ws-cust-count
               if srt-amount < 0
                   add srt-amount to ws-cust-returns
               else
                   add srt-amount to ws-cust-sales
               end-if
           end-if
           perform 0500-return-sort-record.

       0320-start-statement.
           move 'Y' to ws-statement-open-switch
           move 'N' to ws-customer-open-switch
           move srt-rep-code to ws-curr-rep-code
           move srt-rep-name to ws-curr-rep-name
           move srt-region to ws-curr-region
           move 0 to ws-rep-sale-count
           move 0 to ws-rep-sales
           move 0 to ws-rep-returns
           move 0 to ws-page-number
           add 1 to ws-statement-count
           perform 0400-print-headings.

       0330-start-customer.
           move 'Y' to ws-customer-open-switch
           move srt-cust-code to ws-curr-cust-code
           move 0 to ws-cust-count
           move 0 to ws-cust-sales
           move 0 to ws-cust-returns
           move srt-sale-name to ws-curr-cust-name
           if ws-custmst-open and srt-cust-code not = spaces
               move srt-cust-code to cst-cust-code
               read cust-master-file
                   invalid key
                       continue
                   not invalid key
                       move cst-cust-name to ws-curr-cust-name
               end-read
           end-if.

       0340-print-customer-line.
           perform 0410-check-page-overflow
           move ws-curr-cust-code to rs-cust-code-out
           move ws-curr-cust-name to rs-cust-name-out
           move ws-cust-count to rs-cust-count-out
           move ws-cust-sales to rs-cust-sales-out
           move ws-cust-returns to rs-cust-returns-out
           compute ws-rep-net = ws-cust-sales + ws-cust-returns
           move ws-rep-net to rs-cust-net-out
           move rs-customer-line to out-statement-record
           write out-statement-record
               after advancing 1 line
           add 1 to ws-line-count
           add ws-cust-count to ws-rep-sale-count
           add ws-cust-sales to ws-rep-sales
           add ws-cust-returns to ws-rep-returns
           move 'N' to ws-customer-open-switch.

       0350-finish-statement.
           if ws-customer-open
               perform 0340-print-customer-line
           end-if
           if ws-rep-sale-count = 0
               move 'NO SALES IN THIS PERIOD' to rs-message-out
               move rs-message-line to out-statement-record
               write out-statement-record
                   after advancing 1 line
               add 1 to ws-line-count
           end-if
           compute ws-rep-net = ws-rep-sales + ws-rep-returns
           move ws-rep-sale-count to rs-total-count-out
           move ws-rep-sales to rs-total-sales-out
           move ws-rep-returns to rs-total-returns-out
           move ws-rep-net to rs-total-net-out
           move rs-total-line to out-statement-record
           write out-statement-record
               after advancing 2 lines
           add 2 to ws-line-count
           move ws-curr-rep-code to ws-lookup-rep-code
           perform 0180-find-figure-entry
           perform 0360-print-sales-figures
           perform 0370-print-quota-figures
           perform 0380-print-commission-figures
           perform 0390-print-prior-period-figures
           move 'N' to ws-statement-open-switch.

       0360-print-sales-figures.
           move spaces to rs-figure-line
           move 'MONTH TO DATE SALES' to rs-label-1-out
           move 'YEAR TO DATE SALES' to rs-label-2-out
           evaluate true
               when not ws-accum-loaded or ws-accum-stale
                   move 'NOT AVAILABLE' to rs-value-1-out
                   move 'NOT AVAILABLE' to rs-value-2-out
               when other
                   move ws-fig-mtd(ws-fig-sub) to ws-amount-edited
                   move ws-amount-edited to rs-value-1-out
                   move ws-fig-ytd(ws-fig-sub) to ws-amount-edited
                   move ws-amount-edited to rs-value-2-out
           end-evaluate
           perform 0420-write-figure-line-2.

      *    attainment is on YTD, against the control card threshold,
      *    as on the salreport quota section.
       0370-print-quota-figures.
           move spaces to rs-figure-line
           move 'MONTH QUOTA' to rs-label-1-out
           move 'YEAR TO DATE QUOTA' to rs-label-2-out
           if not ws-quota-loaded
               move 'NOT AVAILABLE' to rs-value-1-out
               move 'NOT AVAILABLE' to rs-value-2-out
           else
               move ws-fig-quota-mtd(ws-fig-sub) to ws-amount-edited
               move ws-amount-edited to rs-value-1-out
               move ws-fig-quota-ytd(ws-fig-sub) to ws-amount-edited
               move ws-amount-edited to rs-value-2-out
           end-if
           perform 0425-write-figure-line-1
           move spaces to rs-figure-line
           move 'YTD QUOTA ATTAINMENT PERCENT' to rs-label-1-out
           evaluate true
               when not ws-quota-loaded
                   move 'NOT AVAILABLE' to rs-value-1-out
               when ws-fig-quota-ytd(ws-fig-sub) = 0
                   move 'NO QUOTA' to rs-value-1-out
               when not ws-accum-loaded or ws-accum-stale
                   move 'NOT AVAILABLE' to rs-value-1-out
               when other
                   compute ws-pct rounded =
                       (ws-fig-ytd(ws-fig-sub) * 100)
                       / ws-fig-quota-ytd(ws-fig-sub)
                       on size error
                           move 9999.9 to ws-pct
                   end-compute
                   move ws-pct to ws-pct-edited
                   move ws-pct-edited to rs-value-1-out
                   if ws-pct < ws-quota-threshold
                       move 'BELOW THRESHOLD' to rs-label-2-out
                   end-if
           end-evaluate
           perform 0425-write-figure-line-1.

       0380-print-commission-figures.
           move spaces to rs-figure-line
           move 'COMMISSION THIS PERIOD' to rs-label-1-out
           move 'PAID TO DATE' to rs-label-2-out
           evaluate true
               when not ws-compaid-loaded
                   move 'NOT AVAILABLE' to rs-value-1-out
                   move 'NOT AVAILABLE' to rs-value-2-out
               when other
                   if ws-fig-comm-priced(ws-fig-sub) = 'Y'
                       move ws-fig-comm-period(ws-fig-sub)
                           to ws-amount-edited
                       move ws-amount-edited to rs-value-1-out
                   else
                       move 'NOT YET PRICED' to rs-value-1-out
                   end-if
                   move ws-fig-comm-ptd(ws-fig-sub) to ws-amount-edited
                   move ws-amount-edited to rs-value-2-out
           end-evaluate
           perform 0425-write-figure-line-1.

       0390-print-prior-period-figures.
           move spaces to rs-figure-line
           move 'LAST PERIOD NET SALES' to rs-label-1-out
           move 'CHANGE' to rs-label-2-out
           if ws-fig-prior-found(ws-fig-sub) = 'Y'
               move ws-fig-prior-net(ws-fig-sub) to ws-amount-edited
               move ws-amount-edited to rs-value-1-out
               compute ws-change-amount =
                   ws-rep-net - ws-fig-prior-net(ws-fig-sub)
               move ws-change-amount to ws-amount-edited
               move ws-amount-edited to rs-value-2-out
               perform 0425-write-figure-line-1
               move spaces to rs-figure-line
               move 'CHANGE PERCENT' to rs-label-1-out
               if ws-fig-prior-net(ws-fig-sub) = 0
                   move 'NO PRIOR SALES' to rs-value-1-out
               else
                   compute ws-pct rounded =
                       (ws-change-amount * 100)
                       / ws-fig-prior-net(ws-fig-sub)
                       on size error
                           move 9999.9 to ws-pct
                   end-compute
                   move ws-pct to ws-pct-edited
                   move ws-pct-edited to rs-value-1-out
               end-if
           else
               move 'NO PRIOR PERIOD' to rs-value-1-out
               move spaces to rs-label-2-out
           end-if
           perform 0425-write-figure-line-1.

      *    every statement starts a page of its own, so the pages can
      *    be split and handed out; a rep whose customers run past a
      *    page carries on to a continuation page with the same
      *    headings.
       0400-print-headings.
           add 1 to ws-page-number
           move ws-mo-date to rs-mo-out
           move ws-day-date to rs-day-out
           move ws-yr-date to rs-yr-out
           move ws-page-number to rs-page-out
           move rs-heading-1 to out-statement-record
           write out-statement-record
               after advancing page
           move ws-curr-rep-code to rs-rep-code-out
           move ws-curr-rep-name to rs-rep-name-out
           move ws-curr-region to rs-region-out
           move rs-rep-line to out-statement-record
           write out-statement-record
               after advancing 2 lines
           move ws-period-from to rs-period-from-out
           move ws-period-to to rs-period-to-out
           move ws-fiscal-year to rs-fiscal-year-out
           move ws-fiscal-period-no to rs-fiscal-period-out
           move rs-period-line to out-statement-record
           write out-statement-record
               after advancing 1 line
           move rs-column-line to out-statement-record
           write out-statement-record
               after advancing 2 lines
           move 6 to ws-line-count.

       0410-check-page-overflow.
           if ws-line-count not < ws-lines-per-page
               perform 0400-print-headings
           end-if.

       0420-write-figure-line-2.
           move rs-figure-line to out-statement-record
           write out-statement-record
               after advancing 2 lines
           add 2 to ws-line-count.

       0425-write-figure-line-1.
           move rs-figure-line to out-statement-record
           write out-statement-record
               after advancing 1 line
           add 1 to ws-line-count.

       0500-return-sort-record.
           return sort-work-file
               at end
                   move 'no' to are-there-more-records
           end-return.

       0900-terminate-program.
           move 'STATEMENT RUN TOTALS' to rs-message-out
           move rs-message-line to out-statement-record
           write out-statement-record
               after advancing page
           move ws-statement-count to rs-statement-count-out
           move ws-sales-line-count to rs-sales-line-count-out
           move rs-run-total-line to out-statement-record
           write out-statement-record
               after advancing 2 lines
           if ws-accum-stale
               move 'MTD/YTD NOT SHOWN - salacc.txt PAST REPORT MONTH'
                   to rs-message-out
               move rs-message-line to out-statement-record
               write out-statement-record
                   after advancing 2 lines
           end-if
           if ws-custmst-open
               close cust-master-file
           end-if
           close rep-master-file
                 sales-master-file
                 statement-file
           if ws-select-rep-code not = spaces
                   and ws-statement-count = 0
               display 'SALRSTMT - REP ' ws-select-rep-code
                   ' NOT ON REP MASTER AND NO SALES IN PERIOD'
               move 12 to return-code
           end-if.
