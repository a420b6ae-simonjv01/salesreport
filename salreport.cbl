      *             salcomm can price a reporting period instead of
      *             the whole file; extract record grows from 38 to
      *             47 bytes.
      * 2026-10-15  the sales.txt detail record now carries the
      *             invoice number that completes the master key, and
      *             the sale and prior amounts widen from 9(3)v99 to
      *             9(5)v99; record grows from 52 to 64 bytes and the
      *             suspense record grows with it.  the extract.txt
      *             accounting extract carries the invoice number
      *             after the sale date (record grows from 51 to 60
      *             bytes) and the except.txt line carries it after
      *             the rep code (63 to 74 bytes).  the detail line
      *             prints the invoice number.
      * 2026-10-15  sale amounts are now signed: a return or credit
      *             memo booked through salmaint arrives as its own
      *             detail record with a negative amount, dated the
      *             day of the return so it falls in that period.
      *             returns are accumulated separately and the rep
      *             break, branch and company total lines print sales,
      *             returns and net; a return prints R in the code
      *             column of a full-dump batch.  the trailer, run-
      *             control, accumulator, totals-history, checkpoint
      *             and extract amounts are signed, so a negative net
      *             is carried as such instead of being floored at
      *             zero, and returns flow to extract.txt as negative
      *             amounts for salcomm and salgl.
      * 2026-10-15  the customer master carries the sales tax exempt
      *             flag and exemption certificate number; layout
      *             brought into line.
      * 2026-10-15  the reporting period is now the earliest open
      *             period on the new fiscal.txt 4-4-5 fiscal calendar
      *             instead of the from/to dates on the control.txt
      *             card; the card still carries the group size and
      *             quota threshold, and its period fields are no
      *             longer read.  with no calendar on file, or none
      *             open, the run is not period-restricted.
      * 2026-10-15  rep and customer names and rep regions are read by
      *             key from the new indexed repmast.dat and
      *             custmast.dat instead of 200-rep and 500-customer
      *             tables loaded at start-up, so names are no longer
      *             dropped once the masters outgrow the tables.
      * 2026-10-15  the sales.txt trailer total, the runctl.txt total
      *             amount and the branch batch totals reconciled
      *             against the trailer widen from s9(7)v99 to
      *             s9(9)v99, in step with salmaint, with the
      *             checkpoint record and the branch total and control
      *             lines widened to match.
      *
       environment division.
       configuration section.
           select control-file assign to 'control.txt'
               organization is line sequential
               file status is ws-control-file-status.
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
           select accum-file assign to 'salacc.txt'
               organization is line sequential
           select quota-file assign to 'quota.txt'
               organization is line sequential
               file status is ws-quota-file-status.
           select fiscal-calendar-file assign to 'fiscal.txt'
               organization is line sequential
               file status is ws-fiscal-file-status.
       data division.
       file section.
       fd  sales-file.
           05  in-sales-detail.
               10  in-sales-rep-code         pic x(5).
               10  in-sales-date             pic 9(8).
               10  in-sales-invoice-no       pic x(8).
               10  in-sales-cust-code        pic x(5).
               10  in-sales-name             pic x(20).
               10  in-sales-amount           pic s9(5)v99.
               10  in-prior-amount           pic s9(5)v99.
           05  in-sales-header redefines in-sales-detail.
               10  in-hdr-run-date           pic 9(6).
               10  in-hdr-rec-count          pic 9(5).
               10  in-hdr-run-number         pic 9(5).
               10  in-hdr-extract-mode       pic x(1).
               10  filler                    pic x(43).
           05  in-sales-trailer redefines in-sales-detail.
               10  in-trl-rec-count          pic 9(5).
               10  in-trl-total-amount       pic s9(9)v99.
               10  filler                    pic x(44).
       fd  report-file.
       01  out-report-record                pic x(133).
       fd  extract-file.
       01  out-extract-record              pic x(60).
       fd  exception-file.
       01  out-exception-record            pic x(74).
       fd  checkpoint-file.
       01  ckp-record.
           05  ckp-total-detail-count       pic 9(7).
           05  ckp-total-physical-count     pic 9(7).
           05  ckp-page-number              pic 9(3).
           05  ckp-total-sales-amount       pic s9(7)v99.
           05  ckp-rep-total-amount         pic s9(7)v99.
           05  ckp-rep-code                 pic x(5).
           05  ckp-hdr-expected-count       pic 9(5).
           05  ckp-out-of-period-count      pic 9(7).
           05  ckp-out-of-period-amount     pic s9(7)v99.
           05  ckp-branch-code              pic x(3).
           05  ckp-batch-open               pic x(1).
           05  ckp-batch-physical-count     pic 9(7).
           05  ckp-batch-detail-count       pic 9(7).
           05  ckp-batch-sales-amount       pic s9(9)v99.
           05  ckp-batch-oop-count          pic 9(7).
           05  ckp-batch-oop-amount         pic s9(9)v99.
           05  ckp-batch-run-number         pic 9(5).
           05  ckp-total-returns-amount     pic s9(7)v99.
           05  ckp-rep-returns-amount       pic s9(7)v99.
           05  ckp-batch-returns-amount     pic s9(9)v99.
       fd  control-file.
       01  ctl-record.
           05  ctl-group-size               pic 9(3).
           05  ctl-period-from              pic x(8).
           05  ctl-period-to                pic x(8).
           05  ctl-quota-threshold          pic x(3).
       fd  fiscal-calendar-file.
       01  fiscal-calendar-record.
           05  fcl-fiscal-year              pic 9(4).
           05  fcl-period-no                pic 9(2).
           05  fcl-period-start             pic 9(8).
           05  fcl-period-end               pic 9(8).
           05  fcl-period-weeks             pic 9(1).
           05  fcl-period-status            pic x(1).
           05  fcl-closed-date              pic 9(8).
       fd  quota-file.
       01  quota-record.
           05  qta-rep-code                 pic x(5).
       01  accum-record.
           05  acc-rep-code                 pic x(5).
           05  acc-yyyymm                   pic 9(6).
           05  acc-mtd-amount               pic s9(7)v99.
           05  acc-ytd-prior-amount         pic s9(7)v99.
       fd  run-control-file.
       01  run-control-record.
           05  rc-program                   pic x(8).
           05  rc-time                      pic 9(8).
           05  rc-status                    pic x(8).
           05  rc-record-count              pic 9(7).
           05  rc-total-amount              pic s9(9)v99.
       fd  rep-totals-file.
       01  rep-totals-record.
           05  rpt-rep-code                 pic x(5).
           05  rpt-amount                   pic s9(7)v99.
       fd  suspense-file.
       01  suspense-record.
           05  susp-status                  pic x(1).
           05  susp-date-rejected           pic 9(8).
           05  susp-reason                  pic x(30).
           05  susp-sales-data              pic x(64).
       fd  rep-master-file.
       01  rep-master-record.
           05  rpm-rep-code                 pic x(5).
           05  cst-cust-name                pic x(20).
           05  cst-branch-code              pic x(3).
           05  cst-active-flag              pic x(1).
           05  cst-tax-exempt-flag          pic x(1).
           05  cst-exempt-cert-no           pic x(15).

       working-storage section.
       01  ws-work-areas.
               88  ws-first-detail          value 'Y'.
           05  ws-hdr-expected-count        pic 9(5)  value 0.
           05  ws-trl-expected-count        pic 9(5)  value 0.
           05  ws-trl-expected-amount       pic s9(9)v99 value 0.
           05  ws-control-totals-switch     pic x(1)  value 'Y'.
               88  ws-control-totals-balanced value 'Y'.
           05  ws-trailer-seen-switch       pic x(1)  value 'N'.
           05  ws-period-from               pic 9(8)  value 0.
           05  ws-period-to                 pic 9(8)  value 0.
           05  ws-out-of-period-count       pic 9(7)  value 0.
           05  ws-out-of-period-amount      pic s9(7)v99 value 0.
           05  ws-reconcile-amount          pic s9(9)v99 value 0.
           05  ws-report-yyyymm             pic 9(6)  value 0.
           05  ws-report-yyyymm-x redefines ws-report-yyyymm.
               10  ws-report-yyyy           pic 9(4).
               88  ws-acc-overflow          value 'Y'.
           05  ws-acc-stale-switch          pic x(1)  value 'N'.
               88  ws-acc-stale             value 'Y'.
           05  ws-acc-ytd-display           pic s9(7)v99 value 0.
           05  ws-acc-work-yyyymm           pic 9(6)  value 0.
           05  ws-acc-work-yyyymm-x redefines ws-acc-work-yyyymm.
               10  ws-acc-work-yyyy         pic 9(4).
           05  ws-susp-corrected-switch     pic x(1)  value 'N'.
               88  ws-susp-corrected        value 'Y'.
           05  ws-recycled-count            pic 9(3)  value 0.
           05  ws-recycled-amount           pic s9(7)v99 value 0.
           05  ws-susp-sub                  pic 9(3)  value 0.
           05  ws-reptot-file-status        pic x(2)  value '00'.
           05  ws-prior-count               pic 9(3)  value 0.
           05  ws-prior-overflow-switch     pic x(1)  value 'N'.
               88  ws-prior-overflow        value 'Y'.
           05  ws-prior-sub                 pic 9(3)  value 0.
           05  ws-var-prior-amount          pic s9(7)v99 value 0.
           05  ws-var-change-amount         pic s9(7)v99 value 0.
           05  ws-var-pct                   pic s9(4)v9 value 0.
           05  ws-var-pct-edited            pic ++++9.9.
               88  ws-batch-open            value 'Y'.
           05  ws-batch-physical-count      pic 9(7)  value 0.
           05  ws-batch-detail-count        pic 9(7)  value 0.
           05  ws-batch-sales-amount        pic s9(9)v99 value 0.
           05  ws-batch-oop-count           pic 9(7)  value 0.
           05  ws-batch-oop-amount          pic s9(9)v99 value 0.
           05  ws-batch-count               pic 9(3)  value 0.
           05  ws-runctl-file-status        pic x(2)  value '00'.
           05  ws-runctl-more-switch        pic x(1)  value 'Y'.
           05  ws-log-run-number            pic 9(5)  value 0.
           05  ws-log-status                pic x(8)  value spaces.
           05  ws-log-count                 pic 9(7)  value 0.
           05  ws-log-amount                pic s9(9)v99 value 0.
           05  ws-pending-log-count         pic 9(3)  value 0.
           05  ws-pending-log-max           pic 9(3)  value 200.
           05  ws-pending-sub               pic 9(3)  value 0.
           05  ws-rep-found-switch          pic x(1)  value 'N'.
               88  ws-rep-found             value 'Y'.
           05  ws-repmst-open-switch        pic x(1)  value 'N'.
               88  ws-repmst-open           value 'Y'.
           05  ws-lookup-rep-code           pic x(5)  value spaces.
           05  ws-lookup-rep-name           pic x(20) value spaces.
           05  ws-lookup-rep-region         pic x(10) value spaces.
               88  ws-run-has-net           value 'Y'.
           05  ws-run-full-switch           pic x(1)  value 'N'.
               88  ws-run-has-full          value 'Y'.
           05  ws-batch-gross-amount       pic s9(9)v99 value 0.
           05  ws-net-amount                pic s9(5)v99 value 0.
           05  ws-apply-amount              pic s9(5)v99 value 0.
           05  ws-acc-net-work              pic s9(7)v99 value 0.
           05  ws-total-returns-amount      pic s9(7)v99 value 0.
           05  ws-rep-returns-amount        pic s9(7)v99 value 0.
           05  ws-batch-returns-amount      pic s9(9)v99 value 0.
           05  ws-gross-sales-amount        pic s9(9)v99 value 0.
           05  ws-custmst-file-status       pic x(2)  value '00'.
           05  ws-cust-found-switch         pic x(1)  value 'N'.
               88  ws-cust-found            value 'Y'.
           05  ws-custmst-open-switch       pic x(1)  value 'N'.
               88  ws-custmst-open          value 'Y'.
           05  ws-lookup-cust-code          pic x(5)  value spaces.
           05  ws-lookup-cust-name          pic x(20) value spaces.
           05  ws-ctot-count                pic 9(3)  value 0.
               88  ws-ctot-overflow         value 'Y'.
           05  ws-ctot-sub                  pic 9(3)  value 0.
           05  ws-quota-file-status         pic x(2)  value '00'.
           05  ws-fiscal-file-status        pic x(2)  value '00'.
           05  ws-fiscal-more-switch        pic x(1)  value 'Y'.
               88  ws-fiscal-no-more        value 'N'.
           05  ws-quota-loaded-switch       pic x(1)  value 'N'.
               88  ws-quota-loaded          value 'Y'.
           05  ws-quota-threshold           pic 9(3)  value 80.
               10  ws-qta-entry-mm          pic 9(2).
           05  ws-qta-mtd-quota             pic 9(7)v99 value 0.
           05  ws-qta-ytd-quota             pic 9(7)v99 value 0.
           05  ws-qta-mtd-actual            pic s9(7)v99 value 0.
           05  ws-qta-ytd-actual            pic s9(7)v99 value 0.
           05  ws-qta-rgn-mtd-quota         pic 9(7)v99 value 0.
           05  ws-qta-rgn-ytd-quota         pic 9(7)v99 value 0.
           05  ws-qta-rgn-mtd-actual        pic s9(7)v99 value 0.
           05  ws-qta-rgn-ytd-actual        pic s9(7)v99 value 0.
           05  ws-qta-pct                   pic s9(4)v9 value 0.
           05  ws-qta-pct-edited            pic ++++9.9.
           05  ws-region-count              pic 9(3)  value 0.
       01  ws-region-table.
           05  ws-region-entry occurs 50 times
                   indexed by ws-region-idx pic x(10).
       01  ws-cust-totals-table.
           05  ws-ctot-entry occurs 500 times indexed by ws-ctot-idx.
               10  ws-ctot-code             pic x(5).
                   indexed by ws-plg-idx.
               10  ws-plg-run-number        pic 9(5).
               10  ws-plg-count             pic 9(7).
               10  ws-plg-amount            pic s9(9)v99.
       01  ws-prior-totals-table.
           05  ws-prior-entry occurs 500 times indexed by ws-prior-idx.
               10  ws-prior-rep-code        pic x(5).
               10  ws-prior-amount          pic s9(7)v99.
               10  ws-prior-matched         pic x(1).
       01  ws-suspense-table.
           05  ws-susp-entry occurs 200 times indexed by ws-susp-idx.
               10  ws-susp-tbl-status       pic x(1).
               10  ws-susp-tbl-date         pic 9(8).
               10  ws-susp-tbl-reason       pic x(30).
               10  ws-susp-tbl-data         pic x(64).
       01  ws-accum-table.
           05  ws-acc-entry occurs 500 times indexed by ws-acc-idx.
               10  ws-acc-tbl-rep-code      pic x(5).
               10  ws-acc-tbl-yyyymm        pic 9(6).
               10  ws-acc-tbl-mtd           pic s9(7)v99.
               10  ws-acc-tbl-ytd-prior     pic s9(7)v99.
               10  ws-acc-tbl-touched       pic x(1).
       01  ws-sales-table.
           05  ws-sales-entry occurs 500 times indexed by ws-tbl-idx.
               10  ws-tbl-rep-code          pic x(5).
           05  filler                       pic x(02) value spaces.
           05  dl-trans-code-out            pic x(1).
           05  filler                       pic x(02) value spaces.
           05  dl-invoice-no-out            pic x(8).
           05  filler                       pic x(02) value spaces.
           05  dl-name-out                  pic x(20).
           05  filler                       pic x(10) value spaces.
           05  dl-amount-out                pic $$$,$$9.99-.
           05  filler                       pic x(62) value spaces.
       01  gl-group-line.
           05  filler                       pic x(10) value spaces.
           05  filler                       pic x(13) value
           05  filler                       pic x(02) value spaces.
           05  bl-rep-region-out            pic x(10).
           05  filler                       pic x(02) value spaces.
           05  bl-rep-sales-out             pic $$,$$$,$$9.99-.
           05  filler                       pic x(02) value spaces.
           05  filler                       pic x(8)  value 'RETURNS '.
           05  bl-rep-returns-out           pic $$,$$$,$$9.99-.
           05  filler                       pic x(02) value spaces.
           05  filler                       pic x(4)  value 'NET '.
           05  bl-rep-total-out             pic $$,$$$,$$9.99-.
           05  filler                       pic x(9)  value spaces.
       01  cl-control-line.
           05  filler                       pic x(10) value spaces.
           05  cl-message                   pic x(55).
           05  filler                       pic x(9)  value 'EXPECTED '.
           05  cl-expected-count-out        pic zz,zz9.
           05  filler                       pic x(3)  value spaces.
           05  cl-expected-amount-out       pic $$$,$$$,$$9.99-.
           05  filler                       pic x(5)  value spaces.
           05  filler                       pic x(7)  value 'ACTUAL '.
           05  cl-actual-count-out          pic zz,zz9.
           05  filler                       pic x(3)  value spaces.
           05  cl-actual-amount-out         pic $$$,$$$,$$9.99-.
           05  filler                       pic x(54) value spaces.
       01  xe-extract-line.
           05  xe-name-out                  pic x(20).
           05  filler                       pic x     value space.
           05  filler                       pic x     value space.
           05  xe-sale-date-out             pic 9(8).
           05  filler                       pic x     value space.
           05  xe-invoice-no-out            pic x(8).
           05  filler                       pic x     value space.
           05  xe-amount-out                pic s9(5)v99.
           05  filler                       pic x     value space.
           05  xe-page-no-out               pic 9(3).
           05  filler                       pic x     value space.
       01  xr-exception-line.
           05  xr-rep-code-out              pic x(5).
           05  filler                       pic x     value space.
           05  xr-invoice-no-out            pic x(8).
           05  filler                       pic x     value space.
           05  xr-name-out                  pic x(20).
           05  filler                       pic x     value space.
           05  xr-amount-out                pic s9(5)v99.
           05  filler                       pic x     value space.
           05  xr-reason-out                pic x(30).
       01  sl-heading-line.
           05  sl-rep-region-out            pic x(10).
           05  filler                       pic x(2)  value spaces.
           05  filler                       pic x(7)  value 'AMOUNT '.
           05  sl-amount-out                pic $$,$$$,$$9.99-.
           05  filler                       pic x(40) value spaces.

       01  cu-heading-line.
           05  filler                       pic x(10) value spaces.
           05  filler                       pic x(1)  value spaces.
           05  bt-branch-count-out          pic zz,zz9.
           05  filler                       pic x(9)  value ' RECORDS '.
           05  bt-branch-sales-out          pic $$$,$$$,$$9.99-.
           05  filler                       pic x(02) value spaces.
           05  filler                       pic x(8)  value 'RETURNS '.
           05  bt-branch-returns-out        pic $$$,$$$,$$9.99-.
           05  filler                       pic x(02) value spaces.
           05  filler                       pic x(4)  value 'NET '.
           05  bt-branch-amount-out         pic $$$,$$$,$$9.99-.
           05  filler                       pic x(26) value spaces.
       01  ct-company-total-line.
           05  filler                       pic x(10) value spaces.
           05  filler                       pic x(14) value
                'COMPANY TOTAL '.
           05  ct-company-count-out         pic zz,zz9.
           05  filler                       pic x(9)  value ' RECORDS '.
           05  ct-company-sales-out         pic $$,$$$,$$9.99-.
           05  filler                       pic x(02) value spaces.
           05  filler                       pic x(8)  value 'RETURNS '.
           05  ct-company-returns-out       pic $$,$$$,$$9.99-.
           05  filler                       pic x(02) value spaces.
           05  filler                       pic x(4)  value 'NET '.
           05  ct-company-amount-out       pic $$,$$$,$$9.99-.
           05  filler                       pic x(36) value spaces.
       01  vh-variance-heading-line.
           05  filler                       pic x(10) value spaces.
           05  filler                       pic x(30)
           05  filler                       pic x(2)  value spaces.
           05  vd-rep-name-out              pic x(20).
           05  filler                       pic x(2)  value spaces.
           05  vd-prior-out                 pic $$,$$$,$$9.99-.
           05  filler                       pic x(1)  value spaces.
           05  vd-current-out               pic $$,$$$,$$9.99-.
           05  filler                       pic x(2)  value spaces.
           05  vd-change-out                pic +++,+++,++9.99.
           05  filler                       pic x(1)  value spaces.
           05  vd-pct-out                   pic x(7).
           05  filler                       pic x(2)  value spaces.
           05  vd-flag-out                  pic x(7).
                'RECYCLED '.
           05  rl-recycled-count-out        pic zz9.
           05  filler                       pic x(9)  value ' RECORDS '.
           05  rl-recycled-amount-out       pic $$,$$$,$$9.99-.
           05  filler                       pic x(87) value spaces.
       01  pl-period-line.
           05  filler                       pic x(10) value spaces.
           05  filler                       pic x(17)
           05  filler                       pic x(2)  value spaces.
           05  ps-rep-name-out              pic x(20).
           05  filler                       pic x(2)  value spaces.
           05  ps-mtd-out                   pic $$,$$$,$$9.99-.
           05  filler                       pic x(3)  value spaces.
           05  ps-ytd-out                   pic $$,$$$,$$9.99-.
           05  filler                       pic x(63) value spaces.
       01  qh-quota-heading-line.
           05  filler                       pic x(10) value spaces.
           05  filler                       pic x(30)
           05  filler                       pic x(2)  value spaces.
           05  qd-quota-mtd-out             pic $$,$$$,$$9.99.
           05  filler                       pic x(2)  value spaces.
           05  qd-actual-mtd-out            pic $$,$$$,$$9.99-.
           05  filler                       pic x(1)  value spaces.
           05  qd-quota-ytd-out             pic $$,$$$,$$9.99.
           05  filler                       pic x(2)  value spaces.
           05  qd-actual-ytd-out            pic $$,$$$,$$9.99-.
           05  filler                       pic x(1)  value spaces.
           05  qd-pct-out                   pic x(7).
           05  filler                       pic x(2)  value spaces.
           05  qd-flag-out                  pic x(7).
           05  filler                       pic x(2)  value spaces.
           05  qt-quota-mtd-out             pic $$,$$$,$$9.99.
           05  filler                       pic x(2)  value spaces.
           05  qt-actual-mtd-out            pic $$,$$$,$$9.99-.
           05  filler                       pic x(1)  value spaces.
           05  qt-quota-ytd-out             pic $$,$$$,$$9.99.
           05  filler                       pic x(2)  value spaces.
           05  qt-actual-ytd-out            pic $$,$$$,$$9.99-.
           05  filler                       pic x(35) value spaces.

       procedure division.
       0000-produce-sales-report.
               move 'Y' to ws-restart-switch
           end-if
           perform 0130-read-control-record
           perform 0132-read-fiscal-calendar
           perform 0135-set-report-period
           perform 0140-open-rep-master
           perform 0145-open-cust-master
           perform 0146-load-quota-table
           perform 0160-load-run-control
           if not ws-restart-requested
                           to ws-batch-oop-amount
                       move ckp-batch-run-number
                           to ws-batch-run-number
                       move ckp-total-returns-amount
                           to ws-total-returns-amount
                       move ckp-rep-returns-amount
                           to ws-rep-returns-amount
                       move ckp-batch-returns-amount
                           to ws-batch-returns-amount
      *                checkpoints are only written inside full-dump
      *                batches, where the gross is the in-period plus
      *                out-of-period amounts.
                               and ctl-group-size > 0
                           move ctl-group-size to ws-group-size
                       end-if
                       if ctl-quota-threshold is numeric
                               and ctl-quota-threshold > '000'
                           move ctl-quota-threshold
               close control-file
           end-if.

      *    the reporting period is the earliest period still open on
      *    the fiscal.txt calendar - the one the next salclose will
      *    close, and the one salcomm and salgl price and post.
       0132-read-fiscal-calendar.
           open input fiscal-calendar-file
           if ws-fiscal-file-status = '00'
               move 'Y' to ws-fiscal-more-switch
               perform until ws-fiscal-no-more
                   read fiscal-calendar-file
                       at end
                           move 'N' to ws-fiscal-more-switch
                       not at end
                           perform 0133-note-open-period
                   end-read
               end-perform
               close fiscal-calendar-file
           else
               display 'WARNING - fiscal.txt NOT AVAILABLE, '
                   'RUN NOT PERIOD-RESTRICTED'
           end-if.

       0133-note-open-period.
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

       0135-set-report-period.
           move 20 to ws-run-ccyymmdd(1:2)
           move ws-date to ws-run-ccyymmdd(3:6)
               move ws-mo-date to ws-report-mm
           end-if.

       0140-open-rep-master.
           open input rep-master-file
           if ws-repmst-file-status = '00'
               move 'Y' to ws-repmst-open-switch
           else
               display 'REP MASTER FILE NOT AVAILABLE - '
                   'REP NAMES WILL NOT BE PRINTED'
           end-if.

       0145-open-cust-master.
           open input cust-master-file
           if ws-custmst-file-status = '00'
               move 'Y' to ws-custmst-open-switch
           else
               display 'CUSTOMER MASTER FILE NOT AVAILABLE - '
                   'CUSTOMER NAMES WILL NOT BE PRINTED'
           add 1 to ws-batch-detail-count
           move in-sales-rep-code to dl-rep-code-out
           move in-record-type to dl-trans-code-out
           if in-sales-amount < 0
               add in-sales-amount to ws-total-returns-amount
               add in-sales-amount to ws-rep-returns-amount
               add in-sales-amount to ws-batch-returns-amount
               move 'R' to dl-trans-code-out
           end-if
           move in-sales-invoice-no to dl-invoice-no-out
           move in-sales-name to dl-name-out
           move in-sales-amount to dl-amount-out
           move dl-detail-line to out-report-record
           move in-sales-name to xe-name-out
           move in-sales-rep-code to xe-rep-code-out
           move in-sales-date to xe-sale-date-out
           move in-sales-invoice-no to xe-invoice-no-out
           move in-sales-amount to xe-amount-out
           move ws-page-number to xe-page-no-out
           move ws-current-branch to xe-branch-out
      *    a net-change record adjusts the accumulators by its delta:
      *    an add contributes its amount, a change the difference from
      *    the prior amount it carries, a delete the negative of the
      *    removed amount.  a record carrying a negative amount is a
      *    return, and its delta moves the returns figures as well.
      *    net batches do not feed the accounting
      *    extract - extract.txt remains the full-dump feed - and are
      *    not subject to the reporting-period filter, since a delta
      *    must be applied whenever the underlying record changed.
                   add ws-net-amount to ws-rep-total-amount
                   add ws-net-amount to ws-group-total-amount
                   add ws-net-amount to ws-batch-sales-amount
                   if in-sales-amount < 0
                       add ws-net-amount to ws-total-returns-amount
                       add ws-net-amount to ws-rep-returns-amount
                       add ws-net-amount to ws-batch-returns-amount
                   end-if
                   add 1 to ws-batch-detail-count
                   move in-sales-rep-code to dl-rep-code-out
                   move in-record-type to dl-trans-code-out
                   move in-sales-invoice-no to dl-invoice-no-out
                   move in-sales-name to dl-name-out
                   move in-sales-amount to dl-amount-out
                   move dl-detail-line to out-report-record
               move 'N' to ws-valid-record-switch
               move 'AMOUNT IS NOT NUMERIC' to ws-exception-reason
           else
      *        a negative amount is a return or credit memo and is
      *        valid; only a zero amount is rejected.
               if in-sales-amount = 0
                   move 'N' to ws-valid-record-switch
                   move 'AMOUNT IS ZERO' to ws-exception-reason

       0212-write-exception-record.
           move in-sales-rep-code to xr-rep-code-out
           move in-sales-invoice-no to xr-invoice-no-out
           move in-sales-name to xr-name-out
           move in-sales-amount to xr-amount-out
           move ws-exception-reason to xr-reason-out
           move 0 to ws-batch-physical-count
           move 0 to ws-batch-detail-count
           move 0 to ws-batch-sales-amount
           move 0 to ws-batch-returns-amount
           move 0 to ws-batch-gross-amount
           move 0 to ws-batch-oop-count
           move 0 to ws-batch-oop-amount
           end-if
           move ws-current-branch to bt-branch-code-out
           move ws-batch-detail-count to bt-branch-count-out
           compute ws-gross-sales-amount =
               ws-batch-sales-amount - ws-batch-returns-amount
           move ws-gross-sales-amount to bt-branch-sales-out
           move ws-batch-returns-amount to bt-branch-returns-out
           move ws-batch-sales-amount to bt-branch-amount-out
           move bt-branch-total-line to out-report-record
           perform 0751-write-double-spaced-line
                       to ws-plg-run-number(ws-pending-log-count)
                   move ws-batch-detail-count
                       to ws-plg-count(ws-pending-log-count)
                   move ws-batch-sales-amount
                       to ws-plg-amount(ws-pending-log-count)
               else
                   display 'WARNING - PENDING LOG TABLE FULL, '
                       'BATCH NOT LOGGED TO RUN CONTROL'
           move 0 to ws-record-counter
           move 0 to ws-group-total-amount.

      *    the gross accumulator carries the signed sum of every
      *    valid detail amount - in-period plus out-of-period on a
      *    full dump, all delta amounts on a net batch, returns
      *    netting against sales - which is what the salmaint
      *    trailer totals in both modes.
       0240-check-control-totals.
           move ws-batch-gross-amount to ws-reconcile-amount
           if ws-hdr-expected-count = ws-trl-expected-count
                   add in-sales-amount to ws-total-sales-amount
                   move in-sales-rep-code to dl-rep-code-out
                   move in-record-type to dl-trans-code-out
                   if in-sales-amount < 0
                       move 'R' to dl-trans-code-out
                   end-if
                   move in-sales-invoice-no to dl-invoice-no-out
                   move in-sales-name to dl-name-out
                   move in-sales-amount to dl-amount-out
                   move dl-detail-line to out-report-record
                   move in-sales-name to xe-name-out
                   move in-sales-rep-code to xe-rep-code-out
                   move in-sales-date to xe-sale-date-out
                   move in-sales-invoice-no to xe-invoice-no-out
                   move in-sales-amount to xe-amount-out
                   move ws-page-number to xe-page-no-out
                   move ws-current-branch to xe-branch-out
                   add 1 to ws-total-detail-count
                   add 1 to ws-recycled-count
                   add in-sales-amount to ws-recycled-amount
                   if in-sales-amount < 0
                       add in-sales-amount to ws-total-returns-amount
                   end-if
                   move 'R' to ws-susp-tbl-status(ws-susp-sub)
           end-evaluate.

               perform 0751-write-double-spaced-line
           end-if
           move ws-total-detail-count to ct-company-count-out
           compute ws-gross-sales-amount =
               ws-total-sales-amount - ws-total-returns-amount
           move ws-gross-sales-amount to ct-company-sales-out
           move ws-total-returns-amount to ct-company-returns-out
           move ws-total-sales-amount to ct-company-amount-out
           move ct-company-total-line to out-report-record
           perform 0751-write-double-spaced-line
               perform 0960-rewrite-suspense-file
           end-if
           perform 0995-log-reported-batches
           if ws-repmst-open
               close rep-master-file
           end-if
           if ws-custmst-open
               close cust-master-file
           end-if
           close sales-file
                 report-file
                 extract-file
           perform 0710-find-rep-master-entry
           move ws-lookup-rep-name to bl-rep-name-out
           move ws-lookup-rep-region to bl-rep-region-out
           compute ws-gross-sales-amount =
               ws-rep-total-amount - ws-rep-returns-amount
           move ws-gross-sales-amount to bl-rep-sales-out
           move ws-rep-returns-amount to bl-rep-returns-out
           move ws-rep-total-amount to bl-rep-total-out
           move bl-break-line to out-report-record
           perform 0750-write-detail-line
           move zero to ws-rep-total-amount
           move zero to ws-rep-returns-amount.

       0710-find-rep-master-entry.
           move 'N' to ws-rep-found-switch
           move '*NOT ON REP MASTER*' to ws-lookup-rep-name
           move spaces to ws-lookup-rep-region
           if ws-repmst-open
               move ws-lookup-rep-code to rpm-rep-code
               read rep-master-file
                   invalid key
                       move 'N' to ws-rep-found-switch
                   not invalid key
                       move 'Y' to ws-rep-found-switch
                       move rpm-rep-name to ws-lookup-rep-name
                       move rpm-region to ws-lookup-rep-region
               end-read
           end-if.

       0800-write-checkpoint.
           move ws-total-detail-count to ckp-total-detail-count
           move ws-batch-oop-count to ckp-batch-oop-count
           move ws-batch-oop-amount to ckp-batch-oop-amount
           move ws-batch-run-number to ckp-batch-run-number
           move ws-total-returns-amount to ckp-total-returns-amount
           move ws-rep-returns-amount to ckp-rep-returns-amount
           move ws-batch-returns-amount to ckp-batch-returns-amount
           write ckp-record.

       0900-print-top-sellers-summary.
       0715-find-cust-master-entry.
           move 'N' to ws-cust-found-switch
           move '*NOT ON CUST MASTER*' to ws-lookup-cust-name
           if ws-custmst-open
               move ws-lookup-cust-code to cst-cust-code
               read cust-master-file
                   invalid key
                       move 'N' to ws-cust-found-switch
                   not invalid key
                       move 'Y' to ws-cust-found-switch
                       move cst-cust-name to ws-lookup-cust-name
               end-read
           end-if.

       0920-print-period-summary.
           move ps-heading-line to out-report-record

      *    on a net-change run the table holds per-rep deltas, so the
      *    month figure is ADJUSTED rather than rebuilt, and reps
      *    without changes keep the figure they had.  a month whose
      *    returns outrun its sales is carried negative, with a
      *    console warning.
       0945-apply-net-run-totals.
           perform varying ws-tbl-idx from 1 by 1
                   until ws-tbl-idx > ws-table-count
                           display 'WARNING - NET CHANGE DRIVES MTD '
                               'NEGATIVE FOR REP '
                               ws-acc-tbl-rep-code(ws-acc-idx)
                       end-if
                       move ws-acc-net-work
                           to ws-acc-tbl-mtd(ws-acc-idx)
                       move ws-report-yyyymm
                           to ws-acc-tbl-yyyymm(ws-acc-count)
                       move ws-tbl-amount(ws-tbl-idx)
                           to ws-acc-tbl-mtd(ws-acc-count)
                       move 0 to ws-acc-tbl-ytd-prior(ws-acc-count)
                       move 'Y' to ws-acc-tbl-touched(ws-acc-count)
           perform varying ws-sub1 from 1 by 1
                   until ws-sub1 > ws-table-count
               move ws-tbl-rep-code(ws-sub1) to rpt-rep-code
               move ws-tbl-amount(ws-sub1) to rpt-amount
               write rep-totals-record
           end-perform
           close rep-totals-file.
