       identification division.
         program-id. salmaint.
      *
      * 2026-10-15  the sales.txt trailer total and the runctl.txt
      *             total amount widen from s9(7)v99 to s9(9)v99, as a
      *             full dump of the master at the wider sale amount
      *             can pass ten million; trailer filler shrinks to
      *             keep the record at 64 bytes.
      * 2026-10-15  repmast and custmast are now indexed files,
      *             repmast.dat keyed on rep code and custmast.dat
      *             keyed on customer code, and each transaction's rep
      *             and customer are read by key instead of searched
      *             for in tables loaded at start-up; the 200-rep and
      *             500-customer table limits are gone.
      * 2026-10-15  a transaction dated into a fiscal period that has
      *             been closed on the new fiscal.txt calendar is
      *             rejected before it reaches the master - an add or
      *             return as SALE DATE IN CLOSED PERIOD, a change or
      *             delete as CLOSED PERIOD - USE RETURN.  this also
      *             covers items released from approval after the
      *             period was closed.  with no calendar on file no
      *             period is locked.
      * 2026-10-15  the transaction record carries the id of the
      *             operator who keyed it and, for an item released
      *             from approval, of the supervisor who approved it;
      *             record grows from 62 to 78 bytes.  both ids are
      *             written to the journal with every applied change,
      *             journal record grows from 179 to 195 bytes.
      * 2026-10-15  sales tax is calculated and stored on every sale.
      *             the taxing jurisdiction is the customer's branch
      *             on custmast.txt (the run's branch when the
      *             customer has none) and the rate is taken from the
      *             new taxrate.txt rate table - the entry for that
      *             branch with the latest effective date on or before
      *             the sale date, else the *** default entry; an add
      *             or change with no rate is rejected.  a customer
      *             flagged tax exempt is stored with status E and no
      *             tax.  the master record grows from 62 to 78 bytes
      *             to hold the jurisdiction, status (T or E), rate
      *             and tax amount, and the journal images grow with
      *             it.  a return is taxed at the rate and status of
      *             the original sale, carrying a negative tax.
      * 2026-10-15  new transaction code R books a return or credit
      *             memo as its own master record under the credit
      *             memo number, holding the returned amount as a
      *             negative value and the original invoice number in
      *             a new mst-orig-invoice-no field.  the original sale
      *             must be on the master for the same rep and
      *             customer, dated on or before the return, and all
      *             returns against it may not exceed the amount sold.
      *             a sale with returns on file cannot be deleted or
      *             changed below the amount returned, and a return
      *             cannot be changed - delete and re-key it.  master
      *             amounts are now signed; transaction and master
      *             records grow from 54 to 62 bytes and the journal
      *             images grow with them.  returns go out on the
      *             extract as negative amounts (type A on a net
      *             extract) and the trailer and run-control totals
      *             become net of returns.
      * 2026-10-15  the transaction and master records now carry an
      *             invoice number, and the master key becomes rep
      *             code + sale date + invoice number so a rep can
      *             book more than one sale on the same day; amounts
      *             widen from 9(3)v99 to 9(5)v99.  transaction and
      *             master records grow from 44 to 54 bytes, the
      *             journal images grow with them, and the extract
      *             detail carries the invoice number - extract record
      *             grows from 52 to 64 bytes.
      * 2026-09-02  the transaction and master records now carry a
      *             customer code, validated against the new
      *             custmast.txt customer master the way rep codes are
               access mode is dynamic
               record key is mst-key
               file status is ws-master-file-status.
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
           select tax-rate-file assign to 'taxrate.txt'
               organization is line sequential
               file status is ws-taxrate-file-status.
           select extract-file assign to 'sales.txt'
               organization is line sequential.
           select maint-report-file assign to 'salmaint.rpt'
           select run-control-file assign to 'runctl.txt'
               organization is line sequential
               file status is ws-runctl-file-status.
           select fiscal-calendar-file assign to 'fiscal.txt'
               organization is line sequential
               file status is ws-fiscal-file-status.
       data division.
       file section.
       fd  transaction-file.
           05  trn-trans-code               pic x(1).
           05  trn-rep-code                 pic x(5).
           05  trn-sale-date                pic 9(8).
           05  trn-invoice-no               pic x(8).
           05  trn-cust-code                pic x(5).
           05  trn-name                     pic x(20).
           05  trn-amount                   pic 9(5)v99.
           05  trn-orig-invoice-no          pic x(8).
           05  trn-operator-id              pic x(8).
           05  trn-approver-id              pic x(8).
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
           05  cst-cust-name                pic x(20).
           05  cst-branch-code              pic x(3).
           05  cst-active-flag              pic x(1).
           05  cst-tax-exempt-flag          pic x(1).
           05  cst-exempt-cert-no           pic x(15).
       fd  tax-rate-file.
       01  tax-rate-record.
           05  tax-branch-code              pic x(3).
           05  tax-effective-date           pic 9(8).
           05  tax-rate                     pic 9v9999.
           05  tax-jurisdiction-name        pic x(20).
       fd  extract-file.
       01  out-sales-record                 pic x(64).
       fd  maint-report-file.
       01  out-maint-record                 pic x(100).
       fd  maint-control-file.
           05  rc-time                      pic 9(8).
           05  rc-status                    pic x(8).
           05  rc-record-count              pic 9(7).
           05  rc-total-amount              pic s9(9)v99.
       fd  fiscal-calendar-file.
       01  fiscal-calendar-record.
           05  fcl-fiscal-year              pic 9(4).
           05  fcl-period-no                pic 9(2).
           05  fcl-period-start             pic 9(8).
           05  fcl-period-end               pic 9(8).
           05  fcl-period-weeks             pic 9(1).
           05  fcl-period-status            pic x(1).
           05  fcl-closed-date              pic 9(8).
       fd  journal-file.
       01  journal-record.
           05  jr-run-id                    pic x(14).
           05  jr-time                      pic 9(8).
           05  jr-trans-code                pic x(1).
           05  jr-before-image              pic x(78).
           05  jr-after-image               pic x(78).
           05  jr-operator-id               pic x(8).
           05  jr-approver-id               pic x(8).

       working-storage section.
       01  ws-work-areas.
           05  ws-date                      pic x(6).
           05  ws-master-file-status        pic x(2)  value '00'.
           05  ws-extract-record-count      pic 9(5)  value 0.
           05  ws-extract-total-amount      pic s9(9)v99 value 0.
           05  ws-trans-applied-count       pic 9(5)  value 0.
           05  ws-trans-rejected-count      pic 9(5)  value 0.
           05  ws-reject-reason             pic x(30) value spaces.
               88  ws-runctl-no-more        value 'N'.
           05  ws-run-id                    pic x(14) value spaces.
           05  ws-journal-file-status       pic x(2)  value '00'.
           05  ws-before-image              pic x(78) value spaces.
           05  ws-repmst-file-status        pic x(2)  value '00'.
           05  ws-rep-found-switch          pic x(1)  value 'N'.
               88  ws-rep-found             value 'Y'.
           05  ws-rep-active-switch         pic x(1)  value 'N'.
               88  ws-rep-active            value 'Y'.
           05  ws-extract-mode              pic x(1)  value 'F'.
               88  ws-net-extract           value 'N'.
           05  ws-reported-count            pic 9(3)  value 0.
           05  ws-prior-reported-switch     pic x(1)  value 'N'.
               88  ws-prior-run-reported    value 'Y'.
           05  ws-custmst-file-status       pic x(2)  value '00'.
           05  ws-cust-found-switch         pic x(1)  value 'N'.
               88  ws-cust-found            value 'Y'.
           05  ws-cust-active-switch        pic x(1)  value 'N'.
               88  ws-cust-active           value 'Y'.
           05  ws-delta-count               pic 9(3)  value 0.
           05  ws-delta-table-max           pic 9(3)  value 500.
           05  ws-delta-overflow-switch     pic x(1)  value 'N'.
               88  ws-delta-overflow        value 'Y'.
           05  ws-sub1                      pic 9(3)  value 0.
           05  ws-scan-rep-code             pic x(5)  value spaces.
           05  ws-scan-invoice-no           pic x(8)  value spaces.
           05  ws-scan-more-switch          pic x(1)  value 'Y'.
               88  ws-scan-no-more          value 'N'.
           05  ws-orig-found-switch         pic x(1)  value 'N'.
               88  ws-orig-found            value 'Y'.
           05  ws-orig-sale-date            pic 9(8)  value 0.
           05  ws-orig-cust-code            pic x(5)  value spaces.
           05  ws-orig-amount               pic s9(5)v99 value 0.
           05  ws-returned-amount           pic s9(7)v99 value 0.
           05  ws-return-limit-amount       pic s9(7)v99 value 0.
           05  ws-cust-branch-code          pic x(3)  value spaces.
           05  ws-cust-exempt-flag          pic x(1)  value 'N'.
               88  ws-cust-tax-exempt       value 'Y'.
           05  ws-orig-tax-branch-code      pic x(3)  value spaces.
           05  ws-orig-tax-status           pic x(1)  value spaces.
           05  ws-orig-tax-rate             pic 9v9999 value 0.
           05  ws-taxrate-file-status       pic x(2)  value '00'.
           05  ws-tax-count                 pic 9(3)  value 0.
           05  ws-tax-table-max             pic 9(3)  value 200.
           05  ws-tax-more-switch           pic x(1)  value 'Y'.
               88  ws-tax-no-more           value 'N'.
           05  ws-tax-overflow-switch       pic x(1)  value 'N'.
               88  ws-tax-overflow          value 'Y'.
           05  ws-tax-found-switch          pic x(1)  value 'N'.
               88  ws-tax-found             value 'Y'.
           05  ws-tax-branch-code           pic x(3)  value spaces.
           05  ws-tax-status                pic x(1)  value spaces.
           05  ws-tax-rate                  pic 9v9999 value 0.
           05  ws-tax-best-date             pic 9(8)  value 0.
           05  ws-fiscal-file-status        pic x(2)  value '00'.
           05  ws-fiscal-more-switch        pic x(1)  value 'Y'.
               88  ws-fiscal-no-more        value 'N'.
           05  ws-cls-count                 pic 9(3)  value 0.
           05  ws-cls-table-max             pic 9(3)  value 200.
           05  ws-cls-overflow-switch       pic x(1)  value 'N'.
               88  ws-cls-overflow          value 'Y'.
           05  ws-closed-period-switch      pic x(1)  value 'N'.
               88  ws-sale-in-closed-period value 'Y'.
       01  ws-before-area.
           05  wba-rep-code                 pic x(5).
           05  wba-sale-date                pic x(8).
           05  wba-invoice-no               pic x(8).
           05  wba-cust-code                pic x(5).
           05  wba-name                     pic x(20).
           05  wba-amount                   pic s9(5)v99.
           05  wba-last-trans-code          pic x(1).
           05  wba-orig-invoice-no          pic x(8).
           05  wba-tax-branch-code          pic x(3).
           05  wba-tax-status               pic x(1).
           05  wba-tax-rate                 pic 9v9999.
           05  wba-tax-amount               pic s9(5)v99.
       01  ws-delta-table.
           05  ws-delta-entry occurs 500 times indexed by ws-dlt-idx.
               10  ws-dlt-trans-code        pic x(1).
               10  ws-dlt-rep-code          pic x(5).
               10  ws-dlt-sale-date         pic 9(8).
               10  ws-dlt-invoice-no        pic x(8).
               10  ws-dlt-cust-code         pic x(5).
               10  ws-dlt-name              pic x(20).
               10  ws-dlt-amount            pic s9(5)v99.
               10  ws-dlt-prior-amount      pic s9(5)v99.
       01  ws-tax-table.
           05  ws-tax-entry occurs 200 times indexed by ws-tax-idx.
               10  ws-tax-tbl-branch        pic x(3).
               10  ws-tax-tbl-eff-date      pic 9(8).
               10  ws-tax-tbl-rate          pic 9v9999.
       01  ws-cls-table.
           05  ws-cls-entry occurs 200 times indexed by ws-cls-idx.
               10  ws-cls-tbl-start         pic 9(8).
               10  ws-cls-tbl-end           pic 9(8).
       01  ws-reported-runs-table.
           05  ws-reported-run occurs 500 times
                   indexed by ws-rpt-run-idx pic 9(5).
       01  xs-sales-line.
           05  ext-record-type              pic x(1).
           05  ext-branch-code              pic x(3).
           05  ext-sales-detail.
               10  ext-rep-code             pic x(5).
               10  ext-sale-date            pic 9(8).
               10  ext-invoice-no           pic x(8).
               10  ext-cust-code            pic x(5).
               10  ext-name                 pic x(20).
               10  ext-amount               pic s9(5)v99.
               10  ext-prior-amount         pic s9(5)v99.
           05  ext-sales-header redefines ext-sales-detail.
               10  ext-hdr-run-date         pic 9(6).
               10  ext-hdr-rec-count        pic 9(5).
               10  ext-hdr-run-number       pic 9(5).
               10  ext-hdr-extract-mode     pic x(1).
               10  filler                   pic x(43) value spaces.
           05  ext-sales-trailer redefines ext-sales-detail.
               10  ext-trl-rec-count        pic 9(5).
               10  ext-trl-total-amount     pic s9(9)v99.
               10  filler                   pic x(44) value spaces.
       01  ml-heading-1.
           05  filler                       pic x(10) value spaces.
           05  filler                       pic x(45)
           05  filler                       pic x(2)  value spaces.
           05  ml-rep-code-out              pic x(5).
           05  filler                       pic x(2)  value spaces.
           05  ml-invoice-no-out            pic x(8).
           05  filler                       pic x(2)  value spaces.
           05  ml-cust-code-out             pic x(5).
           05  filler                       pic x(2)  value spaces.
           05  ml-name-out                  pic x(20).
           05  filler                       pic x(2)  value spaces.
           05  ml-amount-out                pic $$$,$$9.99-.
           05  filler                       pic x(2)  value spaces.
           05  ml-status-out                pic x(30).
           05  filler                       pic x(3)  value spaces.
       01  ml-summary-line.
           05  filler                       pic x(5)  value spaces.
           05  filler                       pic x(22)
           if ws-journal-file-status = '35'
               open output journal-file
           end-if
           perform 0150-open-rep-master
           perform 0155-open-cust-master
           perform 0158-load-tax-rate-table
           perform 0165-load-closed-periods
           perform 0400-print-headings
           perform 0500-read-transaction-record.

       0150-open-rep-master.
           open input rep-master-file
           if ws-repmst-file-status not = '00'
               display 'REP MASTER FILE NOT AVAILABLE - repmast.dat'
               move 16 to return-code
               stop run
           end-if.

       0155-open-cust-master.
           open input cust-master-file
           if ws-custmst-file-status not = '00'
               display 'CUSTOMER MASTER FILE NOT AVAILABLE - '
                   'custmast.dat'
               move 16 to return-code
               stop run
           end-if.

      *    a rate table that does not fit would tax sales at the
      *    wrong rate, so an overflow stops the run.
       0158-load-tax-rate-table.
           move 0 to ws-tax-count
           open input tax-rate-file
           if ws-taxrate-file-status not = '00'
               display 'TAX RATE FILE NOT AVAILABLE - taxrate.txt'
               move 16 to return-code
               stop run
           end-if
           move 'Y' to ws-tax-more-switch
           perform until ws-tax-no-more
               read tax-rate-file
                   at end
                       move 'N' to ws-tax-more-switch
                   not at end
                       if ws-tax-count < ws-tax-table-max
                           add 1 to ws-tax-count
                           move tax-branch-code
                               to ws-tax-tbl-branch(ws-tax-count)
                           move tax-effective-date
                               to ws-tax-tbl-eff-date(ws-tax-count)
                           move tax-rate
                               to ws-tax-tbl-rate(ws-tax-count)
                       else
                           move 'Y' to ws-tax-overflow-switch
                       end-if
               end-read
           end-perform
           close tax-rate-file
           if ws-tax-overflow
               display 'TAX RATE TABLE FULL - RUN ABANDONED, '
                   'taxrate.txt HAS TOO MANY ENTRIES'
               move 16 to return-code
               stop run
           end-if.

       0160-read-maint-control.
               close maint-control-file
           end-if.

      *    only the closed periods are kept.  a partial table would
      *    let postings into a closed period through, so an overflow
      *    stops the run.
       0165-load-closed-periods.
           move 0 to ws-cls-count
           open input fiscal-calendar-file
           if ws-fiscal-file-status not = '00'
               display 'SALMAINT - fiscal.txt NOT AVAILABLE, '
                   'NO PERIOD LOCK APPLIED'
           else
               move 'Y' to ws-fiscal-more-switch
               perform until ws-fiscal-no-more
                   read fiscal-calendar-file
                       at end
                           move 'N' to ws-fiscal-more-switch
                       not at end
                           if fcl-period-status = 'C'
                               if ws-cls-count < ws-cls-table-max
                                   add 1 to ws-cls-count
                                   move fcl-period-start
                                       to ws-cls-tbl-start(ws-cls-count)
                                   move fcl-period-end
                                       to ws-cls-tbl-end(ws-cls-count)
                               else
                                   move 'Y' to ws-cls-overflow-switch
                               end-if
                           end-if
                   end-read
               end-perform
               close fiscal-calendar-file
           end-if
           if ws-cls-overflow
               display 'CLOSED PERIOD TABLE FULL - RUN ABANDONED, '
                   'fiscal.txt HAS TOO MANY ENTRIES'
               move 16 to return-code
               stop run
           end-if.

       0170-assign-run-number.
           move 0 to ws-run-number
           move 0 to ws-reported-count
               end-perform
           end-if.

      *    a closed period is never reopened by a posting; a sale in
      *    one is corrected by a return dated in the open period.
       0190-check-closed-period.
           move 'N' to ws-closed-period-switch
           perform varying ws-cls-idx from 1 by 1
                   until ws-cls-idx > ws-cls-count
                       or ws-sale-in-closed-period
               if trn-sale-date >= ws-cls-tbl-start(ws-cls-idx)
                       and trn-sale-date <= ws-cls-tbl-end(ws-cls-idx)
                   move 'Y' to ws-closed-period-switch
               end-if
           end-perform
           if ws-sale-in-closed-period
               if trn-trans-code = 'A' or 'R'
                   move 'SALE DATE IN CLOSED PERIOD'
                       to ws-reject-reason
               else
                   move 'CLOSED PERIOD - USE RETURN'
                       to ws-reject-reason
               end-if
           end-if.

       0200-process-transaction.
           perform 0190-check-closed-period
           if ws-sale-in-closed-period
               perform 0250-write-reject-line
           else
               evaluate trn-trans-code
                   when 'A'
                       perform 0205-check-rep-code
                       perform 0206-check-cust-code
                       perform 0207-determine-sales-tax
                       evaluate true
                           when not ws-rep-found
                               move 'REP CODE NOT ON REP MASTER'
                                   to ws-reject-reason
                               perform 0250-write-reject-line
                           when not ws-rep-active
                               move 'REP CODE IS INACTIVE'
                                   to ws-reject-reason
                               perform 0250-write-reject-line
                           when not ws-cust-found
                               move 'CUST CODE NOT ON CUST MASTER'
                                   to ws-reject-reason
                               perform 0250-write-reject-line
                           when not ws-cust-active
                               move 'CUST CODE IS INACTIVE'
                                   to ws-reject-reason
                               perform 0250-write-reject-line
                           when not ws-tax-found
                               move 'NO TAX RATE FOR BRANCH'
                                   to ws-reject-reason
                               perform 0250-write-reject-line
                           when other
                               perform 0210-add-master-record
                       end-evaluate
                   when 'C'
                       perform 0205-check-rep-code
                       perform 0206-check-cust-code
                       perform 0207-determine-sales-tax
                       evaluate true
                           when not ws-rep-found
                               move 'REP CODE NOT ON REP MASTER'
                                   to ws-reject-reason
                               perform 0250-write-reject-line
                           when not ws-cust-found
                               move 'CUST CODE NOT ON CUST MASTER'
                                   to ws-reject-reason
                               perform 0250-write-reject-line
                           when not ws-tax-found
                               move 'NO TAX RATE FOR BRANCH'
                                   to ws-reject-reason
                               perform 0250-write-reject-line
                           when other
                               perform 0220-change-master-record
                       end-evaluate
                   when 'D'
                       perform 0205-check-rep-code
                       if ws-rep-found
                           perform 0230-delete-master-record
                       else
                           move 'REP CODE NOT ON REP MASTER'
                               to ws-reject-reason
                           perform 0250-write-reject-line
                       end-if
                   when 'R'
                       perform 0205-check-rep-code
                       perform 0206-check-cust-code
                       evaluate true
                           when not ws-rep-found
                               move 'REP CODE NOT ON REP MASTER'
                                   to ws-reject-reason
                               perform 0250-write-reject-line
                           when not ws-cust-found
                               move 'CUST CODE NOT ON CUST MASTER'
                                   to ws-reject-reason
                               perform 0250-write-reject-line
                           when other
                               perform 0240-return-master-record
                       end-evaluate
                   when other
                       move 'INVALID TRANSACTION CODE'
                           to ws-reject-reason
                       perform 0250-write-reject-line
               end-evaluate
           end-if
           perform 0500-read-transaction-record.

       0205-check-rep-code.
           move 'N' to ws-rep-found-switch
           move 'N' to ws-rep-active-switch
           move trn-rep-code to rpm-rep-code
           read rep-master-file
               invalid key
                   continue
               not invalid key
                   move 'Y' to ws-rep-found-switch
                   if rpm-active-flag = 'A'
                       move 'Y' to ws-rep-active-switch
                   end-if
           end-read.

       0206-check-cust-code.
           move 'N' to ws-cust-found-switch
           move 'N' to ws-cust-active-switch
           move spaces to ws-cust-branch-code
           move 'N' to ws-cust-exempt-flag
           move trn-cust-code to cst-cust-code
           read cust-master-file
               invalid key
                   continue
               not invalid key
                   move 'Y' to ws-cust-found-switch
                   if cst-active-flag = 'A'
                       move 'Y' to ws-cust-active-switch
                   end-if
                   move cst-branch-code to ws-cust-branch-code
                   move cst-tax-exempt-flag to ws-cust-exempt-flag
           end-read.

      *    the sale is taxed where the customer is billed - the
      *    customer's branch, or the run's branch when the customer
      *    has none.  the rate is the one in force on the sale date:
      *    the branch entry with the latest effective date not after
      *    the sale, else the latest *** default entry.  an exempt
      *    customer needs no rate.
       0207-determine-sales-tax.
           move 'N' to ws-tax-found-switch
           move 0 to ws-tax-rate
           if ws-cust-branch-code not = spaces
               move ws-cust-branch-code to ws-tax-branch-code
           else
               move ws-branch-code to ws-tax-branch-code
           end-if
           if ws-cust-tax-exempt
               move 'Y' to ws-tax-found-switch
               move 'E' to ws-tax-status
           else
               move 'T' to ws-tax-status
               perform 0208-find-tax-rate
               if not ws-tax-found
                   move '***' to ws-tax-branch-code
                   perform 0208-find-tax-rate
                   if ws-cust-branch-code not = spaces
                       move ws-cust-branch-code to ws-tax-branch-code
                   else
                       move ws-branch-code to ws-tax-branch-code
                   end-if
               end-if
           end-if.

       0208-find-tax-rate.
           move 0 to ws-tax-best-date
           perform varying ws-tax-idx from 1 by 1
                   until ws-tax-idx > ws-tax-count
               if ws-tax-tbl-branch(ws-tax-idx) = ws-tax-branch-code
                       and ws-tax-tbl-eff-date(ws-tax-idx)
                           not > trn-sale-date
                       and (not ws-tax-found
                           or ws-tax-tbl-eff-date(ws-tax-idx)
                               > ws-tax-best-date)
                   move 'Y' to ws-tax-found-switch
                   move ws-tax-tbl-eff-date(ws-tax-idx)
                       to ws-tax-best-date
                   move ws-tax-tbl-rate(ws-tax-idx) to ws-tax-rate
               end-if
           end-perform.

       0210-add-master-record.
           move trn-rep-code to mst-rep-code
           move trn-sale-date to mst-sale-date
           move trn-invoice-no to mst-invoice-no
           move trn-cust-code to mst-cust-code
           move trn-name to mst-name
           move trn-amount to mst-amount
           move 'A' to mst-last-trans-code
           move spaces to mst-orig-invoice-no
           perform 0215-apply-sales-tax
           move spaces to ws-before-image
           write sales-master-record
               invalid key
                   end-if
           end-write.

       0215-apply-sales-tax.
           move ws-tax-branch-code to mst-tax-branch-code
           move ws-tax-status to mst-tax-status
           move ws-tax-rate to mst-tax-rate
           compute mst-tax-amount rounded = mst-amount * mst-tax-rate.

       0220-change-master-record.
           move trn-rep-code to mst-rep-code
           move trn-sale-date to mst-sale-date
           move trn-invoice-no to mst-invoice-no
           read sales-master-file
               invalid key
                   move 'RECORD NOT FOUND ON CHANGE' to ws-reject-reason
                   perform 0250-write-reject-line
               not invalid key
                   move sales-master-record to ws-before-image
                   perform 0225-check-change-against-returns
           end-read.

      *    a return is never changed in place - it is deleted and
      *    re-keyed through the R edits - and a sale may not be
      *    changed below what has already been returned against it.
      *    the scan moves the record area, so the record read for the
      *    change is restored from the before image before rewriting.
       0225-check-change-against-returns.
           if mst-orig-invoice-no not = spaces
               move 'RETURN CANNOT BE CHANGED' to ws-reject-reason
               perform 0250-write-reject-line
           else
               move mst-rep-code to ws-scan-rep-code
               move mst-invoice-no to ws-scan-invoice-no
               perform 0245-scan-rep-for-returns
               move ws-before-image to sales-master-record
               if ws-returned-amount > trn-amount
                   move 'CHANGE BELOW AMOUNT RETURNED'
                       to ws-reject-reason
                   perform 0250-write-reject-line
               else
                   move trn-cust-code to mst-cust-code
                   move trn-name to mst-name
                   move trn-amount to mst-amount
                   move 'C' to mst-last-trans-code
                   perform 0215-apply-sales-tax
                   rewrite sales-master-record
                       invalid key
                           move 'REWRITE FAILED ON CHANGE'
                               perform 0280-record-delta
                           end-if
                   end-rewrite
               end-if
           end-if.

       0230-delete-master-record.
           move trn-rep-code to mst-rep-code
           move trn-sale-date to mst-sale-date
           move trn-invoice-no to mst-invoice-no
           read sales-master-file
               invalid key
                   move 'RECORD NOT FOUND ON DELETE' to ws-reject-reason
                   perform 0250-write-reject-line
               not invalid key
                   move sales-master-record to ws-before-image
                   perform 0235-check-delete-against-returns
           end-read.

      *    a sale that still has returns booked against it cannot be
      *    deleted - the returns would be left pointing at nothing.
      *    deleting a return itself is allowed and reverses the
      *    credit.
       0235-check-delete-against-returns.
           move 0 to ws-returned-amount
           if mst-orig-invoice-no = spaces
               move mst-rep-code to ws-scan-rep-code
               move mst-invoice-no to ws-scan-invoice-no
               perform 0245-scan-rep-for-returns
               move ws-before-image to sales-master-record
           end-if
           if ws-returned-amount > 0
               move 'SALE HAS RETURNS ON FILE' to ws-reject-reason
               perform 0250-write-reject-line
           else
               delete sales-master-file
                   invalid key
                       move 'DELETE FAILED' to ws-reject-reason
                       perform 0250-write-reject-line
                   not invalid key
                       add 1 to ws-trans-applied-count
                       perform 0260-write-audit-line
                       move spaces to jr-after-image
                       perform 0270-write-journal-record
                       if ws-net-extract
                           perform 0280-record-delta
                       end-if
               end-delete
           end-if.

      *    a return (credit memo) is its own master record keyed by
      *    the credit memo number and dated the day of the return, so
      *    it is reported in the period it happens.  the amount is
      *    stored negative and the original invoice number is kept
      *    on the record.  the original sale must be on file for the
      *    same rep and customer, and the return together with the
      *    returns already booked against it may not exceed the
      *    amount sold.
       0240-return-master-record.
           move trn-rep-code to ws-scan-rep-code
           move trn-orig-invoice-no to ws-scan-invoice-no
           perform 0245-scan-rep-for-returns
           compute ws-return-limit-amount =
               ws-returned-amount + trn-amount
           evaluate true
               when not ws-orig-found
                   move 'ORIGINAL INVOICE NOT ON MASTER'
                       to ws-reject-reason
                   perform 0250-write-reject-line
               when ws-orig-cust-code not = trn-cust-code
                   move 'CUST DOES NOT MATCH ORIGINAL'
                       to ws-reject-reason
                   perform 0250-write-reject-line
               when trn-sale-date < ws-orig-sale-date
                   move 'RETURN DATED BEFORE SALE' to ws-reject-reason
                   perform 0250-write-reject-line
               when ws-return-limit-amount > ws-orig-amount
                   move 'RETURN EXCEEDS AMOUNT SOLD' to ws-reject-reason
                   perform 0250-write-reject-line
               when other
                   move trn-rep-code to mst-rep-code
                   move trn-sale-date to mst-sale-date
                   move trn-invoice-no to mst-invoice-no
                   move trn-cust-code to mst-cust-code
                   move trn-name to mst-name
                   compute mst-amount = 0 - trn-amount
                   move 'R' to mst-last-trans-code
                   move trn-orig-invoice-no to mst-orig-invoice-no
                   move ws-orig-tax-branch-code to mst-tax-branch-code
                   move ws-orig-tax-status to mst-tax-status
                   move ws-orig-tax-rate to mst-tax-rate
                   compute mst-tax-amount rounded =
                       mst-amount * mst-tax-rate
                   move spaces to ws-before-image
                   write sales-master-record
                       invalid key
                           move 'DUPLICATE KEY ON RETURN'
                               to ws-reject-reason
                           perform 0250-write-reject-line
                       not invalid key
                           add 1 to ws-trans-applied-count
                           perform 0260-write-audit-line
                           move sales-master-record to jr-after-image
                           perform 0270-write-journal-record
                           if ws-net-extract
                               perform 0280-record-delta
                           end-if
                   end-write
           end-evaluate.

      *    reads every master record for ws-scan-rep-code, noting the
      *    original sale under ws-scan-invoice-no and totalling the
      *    returns already booked against it (held as a positive
      *    amount).  the record area is overwritten.
       0245-scan-rep-for-returns.
           move 'N' to ws-orig-found-switch
           move 0 to ws-orig-sale-date
           move spaces to ws-orig-cust-code
           move 0 to ws-orig-amount
           move 0 to ws-returned-amount
           move spaces to ws-orig-tax-branch-code
           move spaces to ws-orig-tax-status
           move 0 to ws-orig-tax-rate
           move ws-scan-rep-code to mst-rep-code
           move 0 to mst-sale-date
           move low-values to mst-invoice-no
           move 'Y' to ws-scan-more-switch
           start sales-master-file key is not less than mst-key
               invalid key
                   move 'N' to ws-scan-more-switch
           end-start
           perform until ws-scan-no-more
               read sales-master-file next record
                   at end
                       move 'N' to ws-scan-more-switch
                   not at end
                       if mst-rep-code not = ws-scan-rep-code
                           move 'N' to ws-scan-more-switch
                       else
                           if mst-invoice-no = ws-scan-invoice-no
                                   and mst-orig-invoice-no = spaces
                                   and not ws-orig-found
                               move 'Y' to ws-orig-found-switch
                               move mst-sale-date to ws-orig-sale-date
                               move mst-cust-code to ws-orig-cust-code
                               move mst-amount to ws-orig-amount
                               move mst-tax-branch-code
                                   to ws-orig-tax-branch-code
                               move mst-tax-status
                                   to ws-orig-tax-status
                               move mst-tax-rate
                                   to ws-orig-tax-rate
                           end-if
                           if mst-orig-invoice-no = ws-scan-invoice-no
                               subtract mst-amount
                                   from ws-returned-amount
                           end-if
                       end-if
               end-read
           end-perform.

       0250-write-reject-line.
           move trn-trans-code to ml-trans-code-out
           move trn-rep-code to ml-rep-code-out
           move trn-invoice-no to ml-invoice-no-out
           move trn-cust-code to ml-cust-code-out
           move trn-name to ml-name-out
           if trn-trans-code = 'R'
               compute ml-amount-out = 0 - trn-amount
           else
               move trn-amount to ml-amount-out
           end-if
           move ws-reject-reason to ml-status-out
           move ml-audit-line to out-maint-record
           write out-maint-record
       0260-write-audit-line.
           move trn-trans-code to ml-trans-code-out
           move trn-rep-code to ml-rep-code-out
           move trn-invoice-no to ml-invoice-no-out
           move trn-cust-code to ml-cust-code-out
           move trn-name to ml-name-out
           if trn-trans-code = 'R'
               compute ml-amount-out = 0 - trn-amount
           else
               move trn-amount to ml-amount-out
           end-if
           move 'APPLIED' to ml-status-out
           move ml-audit-line to out-maint-record
           write out-maint-record
           move ws-time to jr-time
           move trn-trans-code to jr-trans-code
           move ws-before-image to jr-before-image
           move trn-operator-id to jr-operator-id
           move trn-approver-id to jr-approver-id
           write journal-record.

      *    in net-change extract mode every applied transaction is
      *    held for 0650 to write instead of dumping the master.
      *    extract record types: A add, C change (prior amount
      *    carried), X delete (the removed amount).  a return goes
      *    out as an add of its negative amount.
       0280-record-delta.
           if ws-delta-count < ws-delta-table-max
               add 1 to ws-delta-count
               move ws-before-image to ws-before-area
               evaluate trn-trans-code
                   when 'A'
                   when 'R'
                       move 'A' to ws-dlt-trans-code(ws-delta-count)
                       move mst-rep-code
                           to ws-dlt-rep-code(ws-delta-count)
                       move mst-sale-date
                           to ws-dlt-sale-date(ws-delta-count)
                       move mst-invoice-no
                           to ws-dlt-invoice-no(ws-delta-count)
                       move mst-cust-code
                           to ws-dlt-cust-code(ws-delta-count)
                       move mst-name to ws-dlt-name(ws-delta-count)
                           to ws-dlt-rep-code(ws-delta-count)
                       move mst-sale-date
                           to ws-dlt-sale-date(ws-delta-count)
                       move mst-invoice-no
                           to ws-dlt-invoice-no(ws-delta-count)
                       move mst-cust-code
                           to ws-dlt-cust-code(ws-delta-count)
                       move mst-name to ws-dlt-name(ws-delta-count)
                           to ws-dlt-rep-code(ws-delta-count)
                       move wba-sale-date
                           to ws-dlt-sale-date(ws-delta-count)
                       move wba-invoice-no
                           to ws-dlt-invoice-no(ws-delta-count)
                       move wba-cust-code
                           to ws-dlt-cust-code(ws-delta-count)
                       move wba-name to ws-dlt-name(ws-delta-count)
       0300-apply-close.
           close transaction-file
           close sales-master-file
           close journal-file
           close rep-master-file
                 cust-master-file.

       0400-print-headings.
           move ml-heading-1 to out-maint-record
           move ws-branch-code to ext-branch-code
           move mst-rep-code to ext-rep-code
           move mst-sale-date to ext-sale-date
           move mst-invoice-no to ext-invoice-no
           move mst-cust-code to ext-cust-code
           move mst-name to ext-name
           move mst-amount to ext-amount
           move ws-branch-code to ext-branch-code
           move ws-dlt-rep-code(ws-sub1) to ext-rep-code
           move ws-dlt-sale-date(ws-sub1) to ext-sale-date
           move ws-dlt-invoice-no(ws-sub1) to ext-invoice-no
           move ws-dlt-cust-code(ws-sub1) to ext-cust-code
           move ws-dlt-name(ws-sub1) to ext-name
           move ws-dlt-amount(ws-sub1) to ext-amount
