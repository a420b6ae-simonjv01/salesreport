       identification division.
         program-id. salproof.
      *
      * 2026-10-15  the sales.txt trailer total, the runctl.txt total
      *             amount and the proof's amount totals widen from
      *             s9(7)v99 to s9(9)v99, in step with salmaint, so the
      *             sum of the whole master is no longer truncated; the
      *             proof sheet prints the wider amounts.
      * 2026-10-15  the verdict is logged to runctl.txt as a SALPROOF
      *             entry against the maint run number proved, status
      *             BALANCED or OUTOFBAL with the count of legs out of
      *             balance, so the salclose period close can require
      *             a balanced proof of the current master.
      * 2026-10-15  the master and archive layouts carry the sales
      *             tax jurisdiction, tax status, rate and amount
      *             stored on every sale; layouts brought into line.
      *             the proof remains on sale amounts before tax.
      * 2026-10-15  sale amounts are now signed throughout the chain,
      *             a return or credit memo being carried negative, so
      *             every leg proves net of returns.  the master and
      *             archive layouts carry the original invoice number
      *             of a return and the proof sheet prints amounts
      *             with a trailing minus.
      * 2026-10-15  the sales master, sales.txt, extract.txt,
      *             suspense, except.txt and salarch.txt layouts now
      *             carry the invoice number that completes the master
      *             key, and sale amounts widen from 9(3)v99 to
      *             9(5)v99.
      * 2026-09-02  new program.  end-of-night balancing proof across
      *             the chain's output files.  recomputes and
      *             cross-foots four legs: the extract.txt accounting
           05  in-sales-detail.
               10  in-sales-rep-code        pic x(5).
               10  in-sales-date            pic 9(8).
               10  in-sales-invoice-no      pic x(8).
               10  in-sales-cust-code       pic x(5).
               10  in-sales-name            pic x(20).
               10  in-sales-amount          pic s9(5)v99.
               10  in-prior-amount          pic s9(5)v99.
           05  in-sales-header redefines in-sales-detail.
               10  in-hdr-run-date          pic 9(6).
               10  in-hdr-rec-count         pic 9(5).
               10  in-hdr-run-number        pic 9(5).
               10  in-hdr-extract-mode      pic x(1).
               10  filler                   pic x(43).
           05  in-sales-trailer redefines in-sales-detail.
               10  in-trl-rec-count         pic 9(5).
               10  in-trl-total-amount      pic s9(9)v99.
               10  filler                   pic x(44).
       fd  run-control-file.
       01  run-control-record.
           05  rc-program                   pic x(8).
           05  rc-time                      pic 9(8).
           05  rc-status                    pic x(8).
           05  rc-record-count              pic 9(7).
           05  rc-total-amount              pic s9(9)v99.
       fd  extract-file.
       01  extract-record.
           05  xin-name                     pic x(20).
           05  filler                       pic x(1).
           05  xin-sale-date                pic 9(8).
           05  filler                       pic x(1).
           05  xin-invoice-no               pic x(8).
           05  filler                       pic x(1).
           05  xin-amount                   pic s9(5)v99.
           05  filler                       pic x(1).
           05  xin-page-no                  pic 9(3).
           05  filler                       pic x(1).
           05  pay-run-date                 pic 9(6).
           05  pay-period-from              pic 9(8).
           05  pay-period-to                pic 9(8).
           05  pay-sales-amount             pic s9(7)v99.
           05  pay-comm-amount              pic s9(7)v99.
       fd  suspense-file.
       01  suspense-record.
           05  susp-status                  pic x(1).
               10  susp-branch-code         pic x(3).
               10  susp-rep-code            pic x(5).
               10  susp-sale-date           pic x(8).
               10  susp-invoice-no          pic x(8).
               10  susp-cust-code           pic x(5).
               10  susp-name                pic x(20).
               10  susp-amount              pic s9(5)v99.
               10  susp-prior-amount        pic x(7).
       fd  exception-file.
       01  exception-record                 pic x(74).
       fd  archive-file.
       01  archive-record.
           05  arch-purge-date              pic 9(8).
           05  arch-master-data.
               10  arm-rep-code             pic x(5).
               10  arm-sale-date            pic x(8).
               10  arm-invoice-no           pic x(8).
               10  arm-cust-code            pic x(5).
               10  arm-name                 pic x(20).
               10  arm-amount               pic s9(5)v99.
               10  arm-last-trans-code      pic x(1).
               10  arm-orig-invoice-no      pic x(8).
               10  arm-tax-branch-code      pic x(3).
               10  arm-tax-status           pic x(1).
               10  arm-tax-rate             pic 9v9999.
               10  arm-tax-amount           pic s9(5)v99.
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
       fd  proof-report-file.
       01  out-proof-record                 pic x(100).

               10  ws-mo-date               pic 99.
               10  ws-day-date              pic 99.
           05  ws-run-ccyymmdd              pic 9(8)  value 0.
           05  ws-time                      pic 9(8)  value 0.
           05  ws-sales-file-status         pic x(2)  value '00'.
           05  ws-runctl-file-status        pic x(2)  value '00'.
           05  ws-extract-file-status       pic x(2)  value '00'.
               88  ws-net-extract-run       value 'Y'.
           05  ws-maint-run-number          pic 9(5)  value 0.
           05  ws-maint-logged-count        pic 9(7)  value 0.
           05  ws-maint-logged-amount       pic s9(9)v99 value 0.
           05  ws-reported-count            pic 9(7)  value 0.
           05  ws-reported-amount           pic s9(9)v99 value 0.
           05  ws-extract-count             pic 9(7)  value 0.
           05  ws-extract-amount            pic s9(9)v99 value 0.
           05  ws-compay-sales-amount       pic s9(9)v99 value 0.
           05  ws-compay-comm-amount        pic s9(7)v99 value 0.
           05  ws-susp-today-count          pic 9(7)  value 0.
           05  ws-except-count              pic 9(7)  value 0.
           05  ws-compay-today-switch       pic x(1)  value 'N'.
               88  ws-compay-ran-today      value 'Y'.
           05  ws-arch-today-count          pic 9(7)  value 0.
           05  ws-arch-today-amount         pic s9(9)v99 value 0.
           05  ws-master-count              pic 9(7)  value 0.
           05  ws-master-amount             pic s9(9)v99 value 0.
           05  ws-master-plus-purged        pic s9(9)v99 value 0.
           05  ws-break-count               pic 9(3)  value 0.
           05  ws-expected-amount           pic s9(9)v99 value 0.
           05  ws-actual-amount             pic s9(9)v99 value 0.
           05  ws-expected-count            pic 9(7)  value 0.
           05  ws-actual-count              pic 9(7)  value 0.
           05  ws-leg-skip-switch           pic x(1)  value 'N'.
           05  filler                       pic x(5)  value spaces.
           05  pf-leg-desc-out              pic x(34).
           05  filler                       pic x(1)  value spaces.
           05  pf-expected-out              pic $$$,$$$,$$9.99-.
           05  filler                       pic x(1)  value spaces.
           05  pf-actual-out                pic $$$,$$$,$$9.99-.
           05  filler                       pic x(2)  value spaces.
           05  pf-verdict-out               pic x(16).
           05  filler                       pic x(11) value spaces.
       01  pf-column-line.
           05  filler                       pic x(5)  value spaces.
           05  filler                       pic x(35) value 'LEG'.
           write out-proof-record
               after advancing 2 lines
           close proof-report-file
           perform 0910-log-run-control
           if ws-break-count > 0
               display 'SALPROOF - ' ws-break-count
                   ' LEG(S) OUT OF BALANCE'
               move 8 to return-code
           end-if.

       0910-log-run-control.
           open extend run-control-file
           if ws-runctl-file-status = '35'
               open output run-control-file
           end-if
           move 'SALPROOF' to rc-program
           move ws-maint-run-number to rc-run-number
           move ws-date to rc-date
           accept ws-time from time
           move ws-time to rc-time
           if ws-break-count > 0
               move 'OUTOFBAL' to rc-status
           else
               move 'BALANCED' to rc-status
           end-if
           move ws-break-count to rc-record-count
           move ws-maint-logged-amount to rc-total-amount
           write run-control-record
           close run-control-file.
