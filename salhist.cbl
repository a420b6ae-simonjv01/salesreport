       identification division.
         program-id. salhist.
      *
      * 2026-10-15  rep names are read by key from the new indexed
      *             repmast.dat instead of a 200-rep table loaded from
      *             repmast.txt at start-up.
      * 2026-10-15  the archive and master layouts carry the sales
      *             tax jurisdiction, tax status, rate and amount
      *             stored on every sale; layouts brought into line.
      * 2026-10-15  the archive and master layouts carry the original
      *             invoice number of a return and the amount is
      *             signed, a return being held negative, so yearly
      *             totals are net of returns; the report prints
      *             amounts with a trailing minus.
      * 2026-10-15  the archive and master layouts now carry the
      *             invoice number that completes the master key, and
      *             sale amounts widen from 9(3)v99 to 9(5)v99.
      * 2026-09-02  new program.  sales history inquiry and trend
      *             report.  reads the salarch.txt purge archive
      *             together with the live salesmst.dat and produces
               access mode is dynamic
               record key is mst-key
               file status is ws-master-file-status.
           select rep-master-file assign to 'repmast.dat'
               organization is indexed
               access mode is dynamic
               record key is rpm-rep-code
               file status is ws-repmst-file-status.
           select hist-report-file assign to 'salhist.rpt'
               organization is line sequential.
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
       fd  rep-master-file.
       01  rep-master-record.
           05  rpm-rep-code                 pic x(5).
           05  ws-work-sale-date-x redefines ws-work-sale-date.
               10  ws-work-sale-yyyy        pic 9(4).
               10  filler                   pic x(4).
           05  ws-work-amount               pic s9(5)v99 value 0.
           05  ws-hist-count                pic 9(3)  value 0.
           05  ws-hist-table-max            pic 9(3)  value 500.
           05  ws-hist-found-switch         pic x(1)  value 'N'.
               88  ws-hist-overflow         value 'Y'.
           05  ws-archive-read-count        pic 9(7)  value 0.
           05  ws-master-read-count         pic 9(7)  value 0.
           05  ws-repmst-open-switch        pic x(1)  value 'N'.
               88  ws-repmst-open           value 'Y'.
           05  ws-rep-found-switch          pic x(1)  value 'N'.
               88  ws-rep-found             value 'Y'.
           05  ws-lookup-rep-code           pic x(5)  value spaces.
           05  ws-lookup-rep-name           pic x(20) value spaces.
           05  ws-prev-rep-code             pic x(5)  value spaces.
           05  ws-rep-total-count           pic 9(7)  value 0.
           05  ws-rep-total-amount          pic s9(7)v99 value 0.
           05  ws-sub1                      pic 9(3)  value 0.
           05  ws-sub2                      pic 9(3)  value 0.
           05  ws-sub2-limit                pic 9(3)  value 0.
           05  ws-swp-rep-code              pic x(5).
           05  ws-swp-year                  pic 9(4).
           05  ws-swp-count                 pic 9(7).
           05  ws-swp-amount                pic s9(7)v99.
       01  ws-hist-table.
           05  ws-hist-entry occurs 500 times indexed by ws-hst-idx.
               10  ws-hst-rep-code          pic x(5).
               10  ws-hst-year              pic 9(4).
               10  ws-hst-count             pic 9(7).
               10  ws-hst-amount            pic s9(7)v99.
       01  hs-heading-1.
           05  filler                       pic x(10) value spaces.
           05  filler                       pic x(38)
           05  filler                       pic x(2)  value spaces.
           05  hs-count-out                 pic zzz,zz9.
           05  filler                       pic x(2)  value spaces.
           05  hs-amount-out                pic $$,$$$,$$9.99-.
           05  filler                       pic x(32) value spaces.
       01  hs-rep-total-line.
           05  filler                       pic x(10) value spaces.
           05  filler                       pic x(15) value
           05  filler                       pic x(5)  value spaces.
           05  hs-total-count-out           pic zzz,zz9.
           05  filler                       pic x(2)  value spaces.
           05  hs-total-amount-out          pic $$,$$$,$$9.99-.
           05  filler                       pic x(30) value spaces.
       01  hs-warning-line.
           05  filler                       pic x(10) value spaces.
           05  filler                       pic x(50) value
               end-read
               close hist-control-file
           end-if
           perform 0150-open-rep-master
           open output hist-report-file
           perform 0400-print-headings.

       0150-open-rep-master.
           open input rep-master-file
           if ws-repmst-file-status = '00'
               move 'Y' to ws-repmst-open-switch
           else
               display 'REP MASTER FILE NOT AVAILABLE - '
                   'REP NAMES WILL NOT BE PRINTED'
       0730-find-rep-name.
           move 'N' to ws-rep-found-switch
           move '*NOT ON REP MASTER*' to ws-lookup-rep-name
           if ws-repmst-open
               move ws-lookup-rep-code to rpm-rep-code
               read rep-master-file
                   invalid key
                       move 'N' to ws-rep-found-switch
                   not invalid key
                       move 'Y' to ws-rep-found-switch
                       move rpm-rep-name to ws-lookup-rep-name
               end-read
           end-if.

       0900-terminate-program.
           if ws-hist-overflow
           move hs-summary-line to out-hist-record
           write out-hist-record
               after advancing 2 lines
           if ws-repmst-open
               close rep-master-file
           end-if
           close hist-report-file.
