       identification division.
         program-id. salpurge.
      *
      * 2026-10-15  the master record carries the sales tax
      *             jurisdiction, tax status, rate and amount; the
      *             archived master data grows from 62 to 78 bytes and
      *             a restore puts the tax fields back.
      * 2026-10-15  the master record carries the original invoice
      *             number of a return and the amount is signed, a
      *             return being held negative; the archived master
      *             data grows from 54 to 62 bytes, the purged and
      *             restored totals are net of returns and the
      *             register prints amounts with a trailing minus.
      * 2026-10-15  the master key now carries the invoice number and
      *             the amount widens from 9(3)v99 to 9(5)v99; the
      *             archived master data grows from 44 to 54 bytes and
      *             the register prints the invoice number.
      * 2026-09-02  the master record now carries a customer code;
      *             the archived master data grows from 39 to 44
      *             bytes.
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
       fd  archive-file.
       01  archive-record.
           05  arch-purge-date              pic 9(8).
           05  arch-master-data             pic x(78).
       fd  purge-report-file.
       01  out-purge-record                 pic x(100).

           05  ws-examined-count            pic 9(7)  value 0.
           05  ws-purged-count              pic 9(7)  value 0.
           05  ws-kept-count                pic 9(7)  value 0.
           05  ws-purged-amount             pic s9(7)v99 value 0.
           05  ws-restored-count            pic 9(7)  value 0.
           05  ws-skipped-count             pic 9(7)  value 0.
           05  ws-restored-amount           pic s9(7)v99 value 0.
       01  ws-archive-work-area.
           05  ws-arch-master-data.
               10  wam-rep-code             pic x(5).
               10  wam-sale-date            pic 9(8).
               10  wam-invoice-no           pic x(8).
               10  wam-cust-code            pic x(5).
               10  wam-name                 pic x(20).
               10  wam-amount               pic s9(5)v99.
               10  wam-last-trans-code      pic x(1).
               10  wam-orig-invoice-no      pic x(8).
               10  wam-tax-branch-code      pic x(3).
               10  wam-tax-status           pic x(1).
               10  wam-tax-rate             pic 9v9999.
               10  wam-tax-amount           pic s9(5)v99.
       01  pr-heading-1.
           05  filler                       pic x(10) value spaces.
           05  filler                       pic x(37)
           05  filler                       pic x(2)  value spaces.
           05  pr-sale-date-out             pic 9(8).
           05  filler                       pic x(2)  value spaces.
           05  pr-invoice-no-out            pic x(8).
           05  filler                       pic x(2)  value spaces.
           05  pr-name-out                  pic x(20).
           05  filler                       pic x(2)  value spaces.
           05  pr-amount-out                pic $$$,$$9.99-.
           05  filler                       pic x(24) value spaces.
       01  pr-summary-line-1.
           05  filler                       pic x(10) value spaces.
           05  filler                       pic x(9)  value 'EXAMINED '.
           05  filler                       pic x(10) value spaces.
           05  filler                       pic x(14) value
                'AMOUNT PURGED '.
           05  pr-purged-amount-out         pic $$,$$$,$$9.99-.
           05  filler                       pic x(62) value spaces.
       01  pr-summary-line-3.
           05  filler                       pic x(10) value spaces.
           05  filler                       pic x(9)  value 'RESTORED '.
           05  pr-skipped-out               pic zzz,zz9.
           05  filler                       pic x(18) value
                '  AMOUNT RESTORED '.
           05  pr-restored-amount-out       pic $$,$$$,$$9.99-.
           05  filler                       pic x(11) value spaces.

       procedure division.
       0000-purge-sales-master.
           move arch-master-data to ws-arch-master-data
           move wam-rep-code to mst-rep-code
           move wam-sale-date to mst-sale-date
           move wam-invoice-no to mst-invoice-no
           move wam-cust-code to mst-cust-code
           move wam-name to mst-name
           move wam-amount to mst-amount
           move wam-last-trans-code to mst-last-trans-code
           move wam-orig-invoice-no to mst-orig-invoice-no
           move wam-tax-branch-code to mst-tax-branch-code
           move wam-tax-status to mst-tax-status
           move wam-tax-rate to mst-tax-rate
           move wam-tax-amount to mst-tax-amount
           write sales-master-record
               invalid key
                   add 1 to ws-skipped-count
       0600-write-register-line.
           move mst-rep-code to pr-rep-code-out
           move mst-sale-date to pr-sale-date-out
           move mst-invoice-no to pr-invoice-no-out
           move mst-name to pr-name-out
           if mst-amount numeric
               move mst-amount to pr-amount-out
