       identification division.
         program-id. arcpost.
      *
      * 2026-10-15  new program.  applies the edited cash receipts on
      *             cashrcpt.edt to the aropen.dat open-item file.  a
      *             receipt naming an invoice is applied to it in full
      *             or in part - never beyond the balance due - and a
      *             receipt with a blank invoice number is opened as
      *             an unapplied payment on account under its receipt
      *             number, its branch read by key from custmast.dat.
      *             every payment is written to the arhist.dat
      *             activity file for the customer statements; a
      *             receipt already on that file is refused, so a
      *             resubmitted batch cannot pay an invoice twice.  an
      *             audit register with reject reasons is printed to
      *             arcpost.rpt, and the receipts are summarized by
      *             branch into cash and receivables entries, mapped
      *             through the source 'P' entries on glmap.txt and
      *             added to arpost.txt in the glpost.txt layout for
      *             the earliest period still open on the fiscal.txt
      *             calendar, the one salgl posts the sales to (no
      *             open period refuses the run, return code 16).  a
      *             receipt whose branch finds the summary table full
      *             is refused before anything is applied, so it can
      *             be resubmitted.
      *
       environment division.
       configuration section.
       input-output section.
       file-control.
           select receipt-file assign to 'cashrcpt.edt'
               organization is line sequential
               file status is ws-receipt-file-status.
           select fiscal-calendar-file assign to 'fiscal.txt'
               organization is line sequential
               file status is ws-fiscal-file-status.
           select account-map-file assign to 'glmap.txt'
               organization is line sequential
               file status is ws-glmap-file-status.
           select cust-master-file assign to 'custmast.dat'
               organization is indexed
               access mode is dynamic
               record key is cst-cust-code
               file status is ws-custmst-file-status.
           select ar-open-file assign to 'aropen.dat'
               organization is indexed
               access mode is dynamic
               record key is aro-key
               file status is ws-aropen-file-status.
           select ar-history-file assign to 'arhist.dat'
               organization is indexed
               access mode is dynamic
               record key is arh-key
               file status is ws-arhist-file-status.
           select posting-file assign to 'arpost.txt'
               organization is line sequential
               file status is ws-posting-file-status.
           select post-report-file assign to 'arcpost.rpt'
               organization is line sequential.
       data division.
       file section.
       fd  receipt-file.
       01  receipt-record.
           05  crc-receipt-no               pic x(8).
           05  crc-cust-code                pic x(5).
           05  crc-receipt-date             pic 9(8).
           05  crc-invoice-no               pic x(8).
           05  crc-amount                   pic 9(7)v99.
       fd  fiscal-calendar-file.
       01  fiscal-calendar-record.
           05  fcl-fiscal-year              pic 9(4).
           05  fcl-period-no                pic 9(2).
           05  fcl-period-start             pic 9(8).
           05  fcl-period-end               pic 9(8).
           05  fcl-period-weeks             pic 9(1).
           05  fcl-period-status            pic x(1).
           05  fcl-closed-date              pic 9(8).
       fd  account-map-file.
       01  account-map-record.
           05  map-branch-code              pic x(3).
           05  map-source                   pic x(1).
           05  map-debit-acct               pic x(8).
           05  map-credit-acct              pic x(8).
       fd  cust-master-file.
       01  cust-master-record.
           05  cst-cust-code                pic x(5).
           05  cst-cust-name                pic x(20).
           05  cst-branch-code              pic x(3).
           05  cst-active-flag              pic x(1).
           05  cst-tax-exempt-flag          pic x(1).
           05  cst-exempt-cert-no           pic x(15).
       fd  ar-open-file.
       01  ar-open-record.
           05  aro-key.
               10  aro-cust-code            pic x(5).
               10  aro-invoice-no           pic x(8).
           05  aro-item-type                pic x(1).
           05  aro-rep-code                 pic x(5).
           05  aro-branch-code              pic x(3).
           05  aro-item-date                pic 9(8).
           05  aro-orig-invoice-no          pic x(8).
           05  aro-original-amount          pic s9(7)v99.
           05  aro-paid-amount              pic s9(7)v99.
           05  aro-balance                  pic s9(7)v99.
           05  aro-last-activity-date       pic 9(8).
           05  aro-status                   pic x(1).
       fd  ar-history-file.
       01  ar-history-record.
           05  arh-key.
               10  arh-cust-code            pic x(5).
               10  arh-activity-date        pic 9(8).
               10  arh-activity-type        pic x(1).
               10  arh-document-no          pic x(8).
               10  arh-reference-no         pic x(8).
           05  arh-branch-code              pic x(3).
           05  arh-amount                   pic s9(7)v99.
           05  arh-posted-date              pic 9(8).
       fd  posting-file.
       01  posting-record.
           05  post-account                 pic x(8).
           05  post-debit-credit            pic x(1).
           05  post-branch-code             pic x(3).
           05  post-period-from             pic 9(8).
           05  post-period-to               pic 9(8).
           05  post-source                  pic x(1).
           05  post-amount                  pic 9(7)v99.
       fd  post-report-file.
       01  out-post-record                  pic x(100).

       working-storage section.
       01  ws-work-areas.
           05  are-there-more-receipts      pic x(3)  value 'yes'.
               88  more-receipts            value 'yes'.
               88  no-more-receipts         value 'no'.
           05  ws-date                      pic x(6).
           05  ws-date-x redefines ws-date.
               10  ws-yr-date               pic 99.
               10  ws-mo-date               pic 99.
               10  ws-day-date              pic 99.
           05  ws-today-ccyymmdd            pic 9(8)  value 0.
           05  ws-receipt-file-status       pic x(2)  value '00'.
           05  ws-fiscal-file-status        pic x(2)  value '00'.
           05  ws-fiscal-more-switch        pic x(1)  value 'Y'.
               88  ws-fiscal-no-more        value 'N'.
           05  ws-posting-file-status       pic x(2)  value '00'.
           05  ws-glmap-file-status         pic x(2)  value '00'.
           05  ws-custmst-file-status       pic x(2)  value '00'.
           05  ws-aropen-file-status        pic x(2)  value '00'.
           05  ws-arhist-file-status        pic x(2)  value '00'.
           05  ws-period-switch             pic x(1)  value 'N'.
               88  ws-period-active         value 'Y'.
           05  ws-period-from               pic 9(8)  value 0.
           05  ws-period-to                 pic 9(8)  value 0.
           05  ws-cust-found-switch         pic x(1)  value 'N'.
               88  ws-cust-found            value 'Y'.
           05  ws-lookup-cust-branch        pic x(3)  value spaces.
           05  ws-map-count                 pic 9(3)  value 0.
           05  ws-map-table-max             pic 9(3)  value 100.
           05  ws-map-more-switch           pic x(1)  value 'Y'.
               88  ws-map-no-more           value 'N'.
           05  ws-map-found-switch          pic x(1)  value 'N'.
               88  ws-map-found             value 'Y'.
           05  ws-lookup-branch             pic x(3)  value spaces.
           05  ws-lookup-debit-acct         pic x(8)  value spaces.
           05  ws-lookup-credit-acct        pic x(8)  value spaces.
           05  ws-bucket-count              pic 9(3)  value 0.
           05  ws-bucket-table-max          pic 9(3)  value 100.
           05  ws-bucket-found-switch       pic x(1)  value 'N'.
               88  ws-bucket-found          value 'Y'.
           05  ws-bucket-overflow-switch    pic x(1)  value 'N'.
               88  ws-bucket-overflow       value 'Y'.
           05  ws-reject-reason             pic x(30) value spaces.
           05  ws-post-status               pic x(30) value spaces.
           05  ws-posted-switch             pic x(1)  value 'N'.
               88  ws-receipt-posted        value 'Y'.
           05  ws-posted-branch             pic x(3)  value spaces.
           05  ws-balance-after             pic s9(7)v99 value 0.
           05  ws-applied-count             pic 9(5)  value 0.
           05  ws-on-account-count          pic 9(5)  value 0.
           05  ws-rejected-count            pic 9(5)  value 0.
           05  ws-applied-amount            pic 9(9)v99 value 0.
           05  ws-on-account-amount         pic 9(9)v99 value 0.
           05  ws-total-debits              pic 9(9)v99 value 0.
           05  ws-total-credits             pic 9(9)v99 value 0.
           05  ws-sub1                      pic 9(3)  value 0.
       01  ws-map-table.
           05  ws-map-entry occurs 100 times indexed by ws-map-idx.
               10  ws-map-tbl-branch        pic x(3).
               10  ws-map-tbl-source        pic x(1).
               10  ws-map-tbl-debit         pic x(8).
               10  ws-map-tbl-credit        pic x(8).
       01  ws-bucket-table.
           05  ws-bucket-entry occurs 100 times
                   indexed by ws-bkt-idx.
               10  ws-bkt-branch            pic x(3).
               10  ws-bkt-amount            pic 9(7)v99.
               10  ws-bkt-debit-acct        pic x(8).
               10  ws-bkt-credit-acct       pic x(8).
       01  rp-heading-1.
           05  filler                       pic x(10) value spaces.
           05  filler                       pic x(38)
                value 'CASH RECEIPTS POSTING AUDIT REGISTER'.
           05  filler                       pic x(9)
                value 'RUN DATE '.
           05  rp-date-out.
               10  rp-mo-out                pic 99.
               10  filler                   pic x value '/'.
               10  rp-day-out               pic 99.
               10  filler                   pic x value '/'.
               10  rp-yr-out                pic 99.
           05  filler                       pic x(35) value spaces.
       01  rp-column-line.
           05  filler                       pic x(2)  value spaces.
           05  filler                       pic x(10) value 'RECEIPT'.
           05  filler                       pic x(7)  value 'CUST'.
           05  filler                       pic x(10) value 'DATE'.
           05  filler                       pic x(10) value 'INVOICE'.
           05  filler                       pic x(13) value
                '       AMOUNT'.
           05  filler                       pic x(1)  value spaces.
           05  filler                       pic x(14) value
                ' BALANCE AFTER'.
           05  filler                       pic x(2)  value spaces.
           05  filler                       pic x(31) value 'STATUS'.
       01  rp-detail-line.
           05  filler                       pic x(2)  value spaces.
           05  rp-receipt-no-out            pic x(8).
           05  filler                       pic x(2)  value spaces.
           05  rp-cust-code-out             pic x(5).
           05  filler                       pic x(2)  value spaces.
           05  rp-receipt-date-out          pic 9(8).
           05  filler                       pic x(2)  value spaces.
           05  rp-invoice-no-out            pic x(8).
           05  filler                       pic x(2)  value spaces.
           05  rp-amount-out                pic $$,$$$,$$9.99.
           05  filler                       pic x(1)  value spaces.
           05  rp-balance-out               pic $$,$$$,$$9.99-.
           05  filler                       pic x(2)  value spaces.
           05  rp-status-out                pic x(30).
           05  filler                       pic x(1)  value spaces.
       01  rp-summary-line.
           05  filler                       pic x(2)  value spaces.
           05  rp-summary-label-out         pic x(25).
           05  rp-summary-count-out         pic zz,zz9.
           05  filler                       pic x(5)  value spaces.
           05  rp-summary-amount-out        pic $$$,$$$,$$9.99.
           05  filler                       pic x(48) value spaces.
       01  rp-gl-column-line.
           05  filler                       pic x(2)  value spaces.
           05  filler                       pic x(10) value 'ACCOUNT'.
           05  filler                       pic x(4)  value 'D/C'.
           05  filler                       pic x(7)  value 'BRANCH'.
           05  filler                       pic x(7)  value 'SOURCE'.
           05  filler                       pic x(13) value
                '       AMOUNT'.
           05  filler                       pic x(57) value spaces.
       01  rp-gl-posting-line.
           05  filler                       pic x(2)  value spaces.
           05  rp-account-out               pic x(8).
           05  filler                       pic x(2)  value spaces.
           05  rp-dc-out                    pic x(1).
           05  filler                       pic x(3)  value spaces.
           05  rp-branch-out                pic x(3).
           05  filler                       pic x(4)  value spaces.
           05  rp-source-out                pic x(1).
           05  filler                       pic x(6)  value spaces.
           05  rp-gl-amount-out             pic $$,$$$,$$9.99.
           05  filler                       pic x(57) value spaces.
       01  rp-gl-total-line.
           05  filler                       pic x(2)  value spaces.
           05  filler                       pic x(13) value
                'TOTAL DEBITS '.
           05  rp-total-debits-out          pic $$$,$$$,$$9.99.
           05  filler                       pic x(5)  value spaces.
           05  filler                       pic x(14) value
                'TOTAL CREDITS '.
           05  rp-total-credits-out         pic $$$,$$$,$$9.99.
           05  filler                       pic x(38) value spaces.
       01  rp-verdict-line.
           05  filler                       pic x(2)  value spaces.
           05  rp-verdict-out               pic x(55).
           05  filler                       pic x(43) value spaces.

       procedure division.
       0000-post-cash-receipts.
           perform 0100-initialize-program
           perform 0200-post-receipt
               until no-more-receipts
           perform 0600-produce-gl-entries
           perform 0900-terminate-program
           stop run.

       0100-initialize-program.
           accept ws-date from date
           move 20 to ws-today-ccyymmdd(1:2)
           move ws-date to ws-today-ccyymmdd(3:6)
           open input receipt-file
           if ws-receipt-file-status not = '00'
               display 'EDITED RECEIPTS FILE NOT AVAILABLE - '
                   'cashrcpt.edt'
               move 16 to return-code
               stop run
           end-if
           perform 0110-read-fiscal-calendar
           perform 0120-load-account-map
           perform 0150-open-cust-master
           open i-o ar-open-file
           if ws-aropen-file-status not = '00'
               display 'OPEN ITEM FILE NOT AVAILABLE - aropen.dat'
               move 16 to return-code
               stop run
           end-if
           open i-o ar-history-file
           if ws-arhist-file-status = '35'
               open output ar-history-file
               close ar-history-file
               open i-o ar-history-file
           end-if
           open output post-report-file
           perform 0400-print-headings
           perform 0500-read-receipt-record.

      *    the receipts entries land in the period salgl posts the
      *    sales to - the earliest period still open on the fiscal.txt
      *    calendar.  with none open the run is refused before a
      *    receipt is applied.
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
               display 'ARCPOST - NO OPEN POSTING PERIOD ON '
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

      *    the receipts are applied before the entries are built, so
      *    every branch must be able to map.  the '***' source 'P'
      *    default entry guarantees that; without it the run is
      *    refused before anything is applied.
       0120-load-account-map.
           move 0 to ws-map-count
           open input account-map-file
           if ws-glmap-file-status not = '00'
               display 'ACCOUNT MAP FILE NOT AVAILABLE - glmap.txt'
               move 16 to return-code
               stop run
           end-if
           move 'Y' to ws-map-more-switch
           perform until ws-map-no-more
               read account-map-file
                   at end
                       move 'N' to ws-map-more-switch
                   not at end
                       if map-source = 'P'
                           if ws-map-count < ws-map-table-max
                               add 1 to ws-map-count
                               move map-branch-code
                                   to ws-map-tbl-branch(ws-map-count)
                               move map-source
                                   to ws-map-tbl-source(ws-map-count)
                               move map-debit-acct
                                   to ws-map-tbl-debit(ws-map-count)
                               move map-credit-acct
                                   to ws-map-tbl-credit(ws-map-count)
                           else
                               display 'WARNING - ACCOUNT MAP TABLE '
                                   'FULL, EXCESS ENTRIES IGNORED'
                           end-if
                       end-if
               end-read
           end-perform
           close account-map-file
           move '***' to ws-lookup-branch
           perform 0610-find-map-entry
           if not ws-map-found
               display 'ARCPOST - NO DEFAULT RECEIPTS ENTRY ON '
                   'glmap.txt - RUN REFUSED'
               move 16 to return-code
               stop run
           end-if.

       0150-open-cust-master.
           open input cust-master-file
           if ws-custmst-file-status not = '00'
               display 'CUSTOMER MASTER FILE NOT AVAILABLE - '
                   'custmast.dat'
               move 16 to return-code
               stop run
           end-if.

       0200-post-receipt.
           move 'N' to ws-posted-switch
           move 0 to ws-balance-after
           perform 0210-find-cust-entry
           evaluate true
               when not ws-cust-found
                   move 'CUST NOT ON CUST MASTER' to ws-reject-reason
                   perform 0250-write-reject-line
               when crc-invoice-no = spaces
                   perform 0220-check-receipt-history
                   if ws-reject-reason = spaces
                       move ws-lookup-cust-branch to ws-posted-branch
                       perform 0285-check-bucket-room
                   end-if
                   if ws-reject-reason = spaces
                       perform 0240-post-on-account
                   else
                       perform 0250-write-reject-line
                   end-if
               when other
                   perform 0220-check-receipt-history
                   if ws-reject-reason = spaces
                       perform 0230-apply-to-invoice
                   else
                       perform 0250-write-reject-line
                   end-if
           end-evaluate
           if ws-receipt-posted
               perform 0270-write-history-record
               perform 0280-add-to-bucket
               perform 0260-write-audit-line
           end-if
           perform 0500-read-receipt-record.

       0210-find-cust-entry.
           move 'N' to ws-cust-found-switch
           move spaces to ws-lookup-cust-branch
           move crc-cust-code to cst-cust-code
           read cust-master-file
               invalid key
                   move 'N' to ws-cust-found-switch
               not invalid key
                   move 'Y' to ws-cust-found-switch
                   move cst-branch-code to ws-lookup-cust-branch
           end-read.

      *    the activity key carries the customer, receipt date,
      *    invoice and receipt number, so a receipt resubmitted in a
      *    later batch finds its own earlier entry and is refused.
       0220-check-receipt-history.
           move spaces to ws-reject-reason
           perform 0275-build-history-key
           read ar-history-file
               invalid key
                   continue
               not invalid key
                   move 'RECEIPT ALREADY POSTED' to ws-reject-reason
           end-read.

      *    a payment is applied only to an open invoice of the paying
      *    customer and never beyond its balance; any excess is
      *    keyed as a separate payment on account.
       0230-apply-to-invoice.
           move crc-cust-code to aro-cust-code
           move crc-invoice-no to aro-invoice-no
           read ar-open-file
               invalid key
                   move 'INVOICE NOT OPEN FOR CUSTOMER'
                       to ws-reject-reason
                   perform 0250-write-reject-line
               not invalid key
                   evaluate true
                       when aro-item-type not = 'I'
                           move 'ITEM IS NOT AN INVOICE'
                               to ws-reject-reason
                           perform 0250-write-reject-line
                       when aro-status = 'C' or aro-balance not > 0
                           move 'INVOICE ALREADY PAID'
                               to ws-reject-reason
                           perform 0250-write-reject-line
                       when crc-amount > aro-balance
                           move 'PAYMENT EXCEEDS BALANCE DUE'
                               to ws-reject-reason
                           perform 0250-write-reject-line
                       when other
                           move aro-branch-code to ws-posted-branch
                           perform 0285-check-bucket-room
                           if ws-reject-reason = spaces
                               perform 0235-rewrite-open-item
                           else
                               perform 0250-write-reject-line
                           end-if
                   end-evaluate
           end-read.

       0235-rewrite-open-item.
           add crc-amount to aro-paid-amount
           subtract crc-amount from aro-balance
           move crc-receipt-date to aro-last-activity-date
           if aro-balance = 0
               move 'C' to aro-status
               move 'PAID IN FULL' to ws-post-status
           else
               move 'PARTIAL PAYMENT' to ws-post-status
           end-if
           rewrite ar-open-record
               invalid key
                   move 'REWRITE FAILED ON PAYMENT'
                       to ws-reject-reason
                   perform 0250-write-reject-line
               not invalid key
                   move 'Y' to ws-posted-switch
                   move aro-balance to ws-balance-after
                   move aro-branch-code to ws-posted-branch
                   add 1 to ws-applied-count
                   add crc-amount to ws-applied-amount
           end-rewrite.

      *    an unapplied payment is carried as its own credit item
      *    under the receipt number, in the customer's own branch.
       0240-post-on-account.
           move crc-cust-code to aro-cust-code
           move crc-receipt-no to aro-invoice-no
           move 'P' to aro-item-type
           move spaces to aro-rep-code
           move ws-lookup-cust-branch to aro-branch-code
           move crc-receipt-date to aro-item-date
           move spaces to aro-orig-invoice-no
           compute aro-original-amount = 0 - crc-amount
           move 0 to aro-paid-amount
           move aro-original-amount to aro-balance
           move crc-receipt-date to aro-last-activity-date
           move 'O' to aro-status
           write ar-open-record
               invalid key
                   move 'RECEIPT NO ALREADY ON AR FILE'
                       to ws-reject-reason
                   perform 0250-write-reject-line
               not invalid key
                   move 'Y' to ws-posted-switch
                   move aro-balance to ws-balance-after
                   move aro-branch-code to ws-posted-branch
                   move 'ON ACCOUNT' to ws-post-status
                   add 1 to ws-on-account-count
                   add crc-amount to ws-on-account-amount
           end-write.

       0250-write-reject-line.
           move crc-receipt-no to rp-receipt-no-out
           move crc-cust-code to rp-cust-code-out
           move crc-receipt-date to rp-receipt-date-out
           move crc-invoice-no to rp-invoice-no-out
           move crc-amount to rp-amount-out
           move 0 to rp-balance-out
           move ws-reject-reason to rp-status-out
           move rp-detail-line to out-post-record
           write out-post-record
               after advancing 1 line
           add 1 to ws-rejected-count.

       0260-write-audit-line.
           move crc-receipt-no to rp-receipt-no-out
           move crc-cust-code to rp-cust-code-out
           move crc-receipt-date to rp-receipt-date-out
           move crc-invoice-no to rp-invoice-no-out
           move crc-amount to rp-amount-out
           move ws-balance-after to rp-balance-out
           move ws-post-status to rp-status-out
           move rp-detail-line to out-post-record
           write out-post-record
               after advancing 1 line.

       0270-write-history-record.
           perform 0275-build-history-key
           move ws-posted-branch to arh-branch-code
           compute arh-amount = 0 - crc-amount
           move ws-today-ccyymmdd to arh-posted-date
           write ar-history-record
               invalid key
                   display 'ARCPOST - ACTIVITY NOT RECORDED FOR '
                       'RECEIPT ' crc-receipt-no
           end-write.

       0275-build-history-key.
           move crc-cust-code to arh-cust-code
           move crc-receipt-date to arh-activity-date
           if crc-invoice-no = spaces
               move 'U' to arh-activity-type
               move crc-receipt-no to arh-document-no
           else
               move 'P' to arh-activity-type
               move crc-invoice-no to arh-document-no
           end-if
           move crc-receipt-no to arh-reference-no.

       0280-add-to-bucket.
           move 'N' to ws-bucket-found-switch
           perform varying ws-bkt-idx from 1 by 1
                   until ws-bkt-idx > ws-bucket-count
                       or ws-bucket-found
               if ws-bkt-branch(ws-bkt-idx) = ws-posted-branch
                   add crc-amount to ws-bkt-amount(ws-bkt-idx)
                   move 'Y' to ws-bucket-found-switch
               end-if
           end-perform
           if not ws-bucket-found
               add 1 to ws-bucket-count
               move ws-posted-branch to ws-bkt-branch(ws-bucket-count)
               move crc-amount to ws-bkt-amount(ws-bucket-count)
           end-if.

      *    a receipt is applied only when its branch already has a
      *    bucket or there is room for one, so every receipt applied
      *    reaches arpost.txt.  a receipt refused here is not applied
      *    or recorded and goes through when resubmitted.
       0285-check-bucket-room.
           move 'N' to ws-bucket-found-switch
           perform varying ws-bkt-idx from 1 by 1
                   until ws-bkt-idx > ws-bucket-count
                       or ws-bucket-found
               if ws-bkt-branch(ws-bkt-idx) = ws-posted-branch
                   move 'Y' to ws-bucket-found-switch
               end-if
           end-perform
           if not ws-bucket-found
                   and ws-bucket-count not < ws-bucket-table-max
               move 'Y' to ws-bucket-overflow-switch
               move 'BRANCH TABLE FULL - RESUBMIT' to ws-reject-reason
           end-if.

       0400-print-headings.
           move ws-mo-date to rp-mo-out
           move ws-day-date to rp-day-out
           move ws-yr-date to rp-yr-out
           move rp-heading-1 to out-post-record
           write out-post-record
               after advancing page
           move rp-column-line to out-post-record
           write out-post-record
               after advancing 2 lines.

       0500-read-receipt-record.
           read receipt-file
               at end
                   move 'no' to are-there-more-receipts
           end-read.

      *    each branch bucket debits cash and credits the receivables
      *    control account through its 'P' map entry, or the '***'
      *    default.  the entries are printed and proven before they
      *    are added to arpost.txt, which keeps every run's entries
      *    until the general ledger load takes them.
       0600-produce-gl-entries.
           perform varying ws-sub1 from 1 by 1
                   until ws-sub1 > ws-bucket-count
               move ws-bkt-branch(ws-sub1) to ws-lookup-branch
               perform 0610-find-map-entry
               if not ws-map-found
                   move '***' to ws-lookup-branch
                   perform 0610-find-map-entry
               end-if
               move ws-lookup-debit-acct to ws-bkt-debit-acct(ws-sub1)
               move ws-lookup-credit-acct
                   to ws-bkt-credit-acct(ws-sub1)
           end-perform
           move rp-gl-column-line to out-post-record
           write out-post-record
               after advancing 3 lines
           perform varying ws-sub1 from 1 by 1
                   until ws-sub1 > ws-bucket-count
               perform 0620-print-bucket-postings
           end-perform
           move ws-total-debits to rp-total-debits-out
           move ws-total-credits to rp-total-credits-out
           move rp-gl-total-line to out-post-record
           write out-post-record
               after advancing 2 lines
           evaluate true
               when ws-total-debits not = ws-total-credits
                   move 'DEBITS NOT EQUAL CREDITS - FILE NOT RELEASED'
                       to rp-verdict-out
                   move 12 to return-code
               when other
                   move 'DEBITS EQUAL CREDITS - POSTING FILE RELEASED'
                       to rp-verdict-out
                   perform 0630-write-posting-file
           end-evaluate
           move rp-verdict-line to out-post-record
           write out-post-record
               after advancing 1 line
           if ws-bucket-overflow
               move 'BRANCH TABLE FULL - SOME RECEIPTS NOT APPLIED'
                   to rp-verdict-out
               move rp-verdict-line to out-post-record
               write out-post-record
                   after advancing 1 line
               if return-code < 8
                   move 8 to return-code
               end-if
           end-if.

       0610-find-map-entry.
           move 'N' to ws-map-found-switch
           move spaces to ws-lookup-debit-acct
           move spaces to ws-lookup-credit-acct
           perform varying ws-map-idx from 1 by 1
                   until ws-map-idx > ws-map-count
                       or ws-map-found
               if ws-map-tbl-branch(ws-map-idx) = ws-lookup-branch
                   move 'Y' to ws-map-found-switch
                   move ws-map-tbl-debit(ws-map-idx)
                       to ws-lookup-debit-acct
                   move ws-map-tbl-credit(ws-map-idx)
                       to ws-lookup-credit-acct
               end-if
           end-perform.

       0620-print-bucket-postings.
           move ws-bkt-debit-acct(ws-sub1) to rp-account-out
           move 'D' to rp-dc-out
           move ws-bkt-branch(ws-sub1) to rp-branch-out
           move 'P' to rp-source-out
           move ws-bkt-amount(ws-sub1) to rp-gl-amount-out
           add ws-bkt-amount(ws-sub1) to ws-total-debits
           move rp-gl-posting-line to out-post-record
           write out-post-record
               after advancing 1 line
           move ws-bkt-credit-acct(ws-sub1) to rp-account-out
           move 'C' to rp-dc-out
           add ws-bkt-amount(ws-sub1) to ws-total-credits
           move rp-gl-posting-line to out-post-record
           write out-post-record
               after advancing 1 line.

       0630-write-posting-file.
           open extend posting-file
           if ws-posting-file-status = '35'
               open output posting-file
           end-if
           perform varying ws-sub1 from 1 by 1
                   until ws-sub1 > ws-bucket-count
               move ws-bkt-debit-acct(ws-sub1) to post-account
               move 'D' to post-debit-credit
               move ws-bkt-branch(ws-sub1) to post-branch-code
               move ws-period-from to post-period-from
               move ws-period-to to post-period-to
               move 'P' to post-source
               move ws-bkt-amount(ws-sub1) to post-amount
               write posting-record
      *        the record area is not guaranteed after a write -
      *        rebuild every field for the credit side.
               move ws-bkt-credit-acct(ws-sub1) to post-account
               move 'C' to post-debit-credit
               move ws-bkt-branch(ws-sub1) to post-branch-code
               move ws-period-from to post-period-from
               move ws-period-to to post-period-to
               move 'P' to post-source
               move ws-bkt-amount(ws-sub1) to post-amount
               write posting-record
           end-perform
           close posting-file.

       0900-terminate-program.
           move 'PAYMENTS APPLIED' to rp-summary-label-out
           move ws-applied-count to rp-summary-count-out
           move ws-applied-amount to rp-summary-amount-out
           move rp-summary-line to out-post-record
           write out-post-record
               after advancing 2 lines
           move 'PAYMENTS ON ACCOUNT' to rp-summary-label-out
           move ws-on-account-count to rp-summary-count-out
           move ws-on-account-amount to rp-summary-amount-out
           move rp-summary-line to out-post-record
           write out-post-record
               after advancing 1 line
           move 'RECEIPTS REJECTED' to rp-summary-label-out
           move ws-rejected-count to rp-summary-count-out
           move 0 to rp-summary-amount-out
           move rp-summary-line to out-post-record
           write out-post-record
               after advancing 1 line
           close receipt-file
                 cust-master-file
                 ar-open-file
                 ar-history-file
                 post-report-file.
