       identification division.
         program-id. arbuild.
      *
      * 2026-10-15  new program.  builds the aropen.dat customer
      *             open-item receivables file from the posted sales on
      *             salesmst.dat.  every sale not yet on the file is
      *             opened as an invoice item, and every return or
      *             credit memo as a credit item carrying a negative
      *             balance, at the sale amount plus its sales tax,
      *             under the customer code and invoice number, with
      *             the branch read by key from custmast.dat.  a sale
      *             whose amount was changed after it was opened has
      *             its item adjusted by the difference.  a sale whose
      *             customer and invoice number are already open under
      *             another rep or sale date is skipped as INVOICE NO
      *             ON ANOTHER SALE, unless salralgn moved the sale to
      *             a new rep, when the item follows it.  a sale
      *             deleted from salesmst.dat, found through its D
      *             entry on the saljrnl.txt journal, has its item
      *             reversed to a zero original amount; a purged sale
      *             keeps its item.  each charge, adjustment and
      *             reversal is written to the arhist.dat receivables
      *             activity file the customer statements are printed
      *             from, and every item opened, adjusted or reversed
      *             or sale skipped is listed with its reason on the
      *             arbuild.rpt register.
      *
       environment division.
       configuration section.
       input-output section.
       file-control.
           select sales-master-file assign to 'salesmst.dat'
               organization is indexed
               access mode is dynamic
               record key is mst-key
               file status is ws-master-file-status.
           select cust-master-file assign to 'custmast.dat'
               organization is indexed
               access mode is dynamic
               record key is cst-cust-code
               file status is ws-custmst-file-status.
           select sales-lookup-file assign to 'salesmst.dat'
               organization is indexed
               access mode is dynamic
               record key is lkp-key
               file status is ws-lookup-file-status.
           select journal-file assign to 'saljrnl.txt'
               organization is line sequential
               file status is ws-journal-file-status.
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
           select build-report-file assign to 'arbuild.rpt'
               organization is line sequential.
       data division.
       file section.
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
       fd  sales-lookup-file.
       01  sales-lookup-record.
           05  lkp-key.
               10  lkp-rep-code             pic x(5).
               10  lkp-sale-date            pic 9(8).
               10  lkp-invoice-no           pic x(8).
           05  filler                       pic x(57).
       fd  journal-file.
       01  journal-record.
           05  jr-run-id                    pic x(14).
           05  jr-time                      pic 9(8).
           05  jr-trans-code                pic x(1).
           05  jr-before-image              pic x(78).
           05  jr-after-image               pic x(78).
           05  jr-operator-id               pic x(8).
           05  jr-approver-id               pic x(8).
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
       fd  build-report-file.
       01  out-build-record                 pic x(100).

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
           05  ws-today-ccyymmdd            pic 9(8)  value 0.
           05  ws-master-file-status        pic x(2)  value '00'.
           05  ws-custmst-file-status       pic x(2)  value '00'.
           05  ws-aropen-file-status        pic x(2)  value '00'.
           05  ws-arhist-file-status        pic x(2)  value '00'.
           05  ws-lookup-file-status        pic x(2)  value '00'.
           05  ws-journal-file-status       pic x(2)  value '00'.
           05  ws-journal-more-switch       pic x(1)  value 'Y'.
               88  ws-journal-no-more       value 'N'.
           05  ws-sale-on-file-switch       pic x(1)  value 'N'.
               88  ws-sale-on-file          value 'Y'.
           05  ws-cust-found-switch         pic x(1)  value 'N'.
               88  ws-cust-found            value 'Y'.
           05  ws-lookup-branch             pic x(3)  value spaces.
           05  ws-item-found-switch         pic x(1)  value 'N'.
               88  ws-item-found            value 'Y'.
           05  ws-delta-amount              pic s9(7)v99 value 0.
           05  ws-invoice-amount            pic s9(7)v99 value 0.
           05  ws-build-status              pic x(30) value spaces.
           05  ws-read-count                pic 9(5)  value 0.
           05  ws-opened-count              pic 9(5)  value 0.
           05  ws-adjusted-count            pic 9(5)  value 0.
           05  ws-skipped-count             pic 9(5)  value 0.
           05  ws-opened-amount             pic s9(9)v99 value 0.
           05  ws-adjusted-amount           pic s9(9)v99 value 0.
           05  ws-reversed-count            pic 9(5)  value 0.
           05  ws-reversed-amount           pic s9(9)v99 value 0.
       01  ws-image-area.
           05  img-rep-code                 pic x(5).
           05  img-sale-date                pic 9(8).
           05  img-invoice-no               pic x(8).
           05  img-cust-code                pic x(5).
           05  filler                       pic x(52).
       01  ab-heading-1.
           05  filler                       pic x(10) value spaces.
           05  filler                       pic x(36)
                value 'RECEIVABLES OPEN ITEM BUILD REGISTER'.
           05  filler                       pic x(9)
                value 'RUN DATE '.
           05  ab-date-out.
               10  ab-mo-out                pic 99.
               10  filler                   pic x value '/'.
               10  ab-day-out               pic 99.
               10  filler                   pic x value '/'.
               10  ab-yr-out                pic 99.
           05  filler                       pic x(37) value spaces.
       01  ab-column-line.
           05  filler                       pic x(5)  value spaces.
           05  filler                       pic x(7)  value 'CUST'.
           05  filler                       pic x(10) value 'INVOICE'.
           05  filler                       pic x(3)  value 'TY'.
           05  filler                       pic x(7)  value 'REP'.
           05  filler                       pic x(10) value 'DATE'.
           05  filler                       pic x(14) value
                '      AMOUNT  '.
           05  filler                       pic x(44) value 'STATUS'.
       01  ab-detail-line.
           05  filler                       pic x(5)  value spaces.
           05  ab-cust-code-out             pic x(5).
           05  filler                       pic x(2)  value spaces.
           05  ab-invoice-no-out            pic x(8).
           05  filler                       pic x(2)  value spaces.
           05  ab-item-type-out             pic x(1).
           05  filler                       pic x(2)  value spaces.
           05  ab-rep-code-out              pic x(5).
           05  filler                       pic x(2)  value spaces.
           05  ab-sale-date-out             pic 9(8).
           05  filler                       pic x(2)  value spaces.
           05  ab-amount-out                pic $$$,$$$,$$9.99-.
           05  filler                       pic x(1)  value spaces.
           05  ab-status-out                pic x(30).
           05  filler                       pic x(12) value spaces.
       01  ab-summary-line-1.
           05  filler                       pic x(5)  value spaces.
           05  filler                       pic x(21)
                value 'SALES RECORDS READ   '.
           05  ab-read-count-out            pic zz,zz9.
           05  filler                       pic x(5)  value spaces.
           05  filler                       pic x(9)  value 'SKIPPED '.
           05  ab-skipped-count-out         pic zz,zz9.
           05  filler                       pic x(48) value spaces.
       01  ab-summary-line-2.
           05  filler                       pic x(5)  value spaces.
           05  ab-summary-label-out         pic x(21).
           05  ab-summary-count-out         pic zz,zz9.
           05  filler                       pic x(5)  value spaces.
           05  ab-summary-amount-out        pic $$$,$$$,$$9.99-.
           05  filler                       pic x(48) value spaces.

       procedure division.
       0000-build-open-items.
           perform 0100-initialize-program
           perform 0200-process-master-record
               until no-more-records
           perform 0300-reverse-deleted-sales
           perform 0900-terminate-program
           stop run.

       0100-initialize-program.
           accept ws-date from date
           move 20 to ws-today-ccyymmdd(1:2)
           move ws-date to ws-today-ccyymmdd(3:6)
           open input sales-master-file
           if ws-master-file-status not = '00'
               display 'SALES MASTER FILE NOT AVAILABLE - salesmst.dat'
               move 16 to return-code
               stop run
           end-if
           open input sales-lookup-file
           if ws-lookup-file-status not = '00'
               display 'SALES MASTER FILE NOT AVAILABLE - salesmst.dat'
               move 16 to return-code
               stop run
           end-if
           perform 0150-open-cust-master
           open i-o ar-open-file
           if ws-aropen-file-status = '35'
               open output ar-open-file
               close ar-open-file
               open i-o ar-open-file
           end-if
           open i-o ar-history-file
           if ws-arhist-file-status = '35'
               open output ar-history-file
               close ar-history-file
               open i-o ar-history-file
           end-if
           open output build-report-file
           perform 0400-print-headings
           perform 0500-read-master-record.

      *    the customer's branch is carried on each open item so the
      *    aging and the receipts postings can total by branch.
       0150-open-cust-master.
           open input cust-master-file
           if ws-custmst-file-status not = '00'
               display 'CUSTOMER MASTER FILE NOT AVAILABLE - '
                   'custmast.dat'
               move 16 to return-code
               stop run
           end-if.

      *    sales keyed before the customer master existed carry no
      *    customer code and cannot be billed; they are listed and
      *    skipped rather than opened under a blank account.
       0200-process-master-record.
           add 1 to ws-read-count
           compute ws-invoice-amount = mst-amount + mst-tax-amount
           evaluate true
               when mst-cust-code = spaces
                   move 'NO CUSTOMER CODE ON SALE' to ws-build-status
                   perform 0250-write-skip-line
               when other
                   perform 0210-find-cust-entry
                   if not ws-cust-found
                       move 'CUST NOT ON CUST MASTER'
                           to ws-build-status
                       perform 0250-write-skip-line
                   else
                       perform 0220-match-open-item
                   end-if
           end-evaluate
           perform 0500-read-master-record.

       0210-find-cust-entry.
           move 'N' to ws-cust-found-switch
           move spaces to ws-lookup-branch
           move mst-cust-code to cst-cust-code
           read cust-master-file
               invalid key
                   move 'N' to ws-cust-found-switch
               not invalid key
                   move 'Y' to ws-cust-found-switch
                   move cst-branch-code to ws-lookup-branch
           end-read.

       0220-match-open-item.
           move mst-cust-code to aro-cust-code
           move mst-invoice-no to aro-invoice-no
           read ar-open-file
               invalid key
                   move 'N' to ws-item-found-switch
               not invalid key
                   move 'Y' to ws-item-found-switch
           end-read
           evaluate true
               when not ws-item-found
                   perform 0230-open-new-item
               when aro-item-type = 'P'
                   move 'INVOICE NO USED BY A RECEIPT'
                       to ws-build-status
                   perform 0250-write-skip-line
               when aro-rep-code not = mst-rep-code
                       or aro-item-date not = mst-sale-date
                   perform 0225-check-item-owner
               when aro-original-amount not = ws-invoice-amount
                   perform 0240-adjust-open-item
               when other
                   continue
           end-evaluate.

      *    the open item is keyed on customer and invoice, but the
      *    sales master lets two reps, or one rep on two days, use the
      *    same invoice number for a customer.  when the item was
      *    opened for a different sale that is still on the master,
      *    this sale is refused rather than folded into the other's
      *    item.  a sale moved to a new rep by salralgn keeps its date
      *    and leaves no sale under the old key, so the item follows
      *    it to the new rep.
       0225-check-item-owner.
           move aro-rep-code to lkp-rep-code
           move aro-item-date to lkp-sale-date
           move aro-invoice-no to lkp-invoice-no
           perform 0235-check-sale-on-file
           if ws-sale-on-file or aro-item-date not = mst-sale-date
               move 'INVOICE NO ON ANOTHER SALE' to ws-build-status
               perform 0250-write-skip-line
           else
               move mst-rep-code to aro-rep-code
               if aro-original-amount not = ws-invoice-amount
                   perform 0240-adjust-open-item
               else
                   rewrite ar-open-record
                       invalid key
                           move 'REWRITE FAILED ON REP MOVE'
                               to ws-build-status
                           perform 0250-write-skip-line
                       not invalid key
                           move 'REP CODE MOVED' to ws-build-status
                           move 0 to ab-amount-out
                           perform 0270-write-register-line
                   end-rewrite
               end-if
           end-if.

      *    a return or credit memo is opened as its own credit item
      *    with a negative balance; it is not netted against the
      *    original invoice here.
       0230-open-new-item.
           move mst-cust-code to aro-cust-code
           move mst-invoice-no to aro-invoice-no
           if mst-amount < 0
               move 'R' to aro-item-type
           else
               move 'I' to aro-item-type
           end-if
           move mst-rep-code to aro-rep-code
           move ws-lookup-branch to aro-branch-code
           move mst-sale-date to aro-item-date
           move mst-orig-invoice-no to aro-orig-invoice-no
           move ws-invoice-amount to aro-original-amount
           move 0 to aro-paid-amount
           move ws-invoice-amount to aro-balance
           move mst-sale-date to aro-last-activity-date
           move 'O' to aro-status
           write ar-open-record
               invalid key
                   move 'DUPLICATE KEY ON OPEN ITEM'
                       to ws-build-status
                   perform 0250-write-skip-line
               not invalid key
                   add 1 to ws-opened-count
                   add ws-invoice-amount to ws-opened-amount
                   move aro-item-type to arh-activity-type
                   move mst-sale-date to arh-activity-date
                   move mst-orig-invoice-no to arh-reference-no
                   move ws-invoice-amount to ws-delta-amount
                   perform 0260-write-history-record
                   move 'OPENED' to ws-build-status
                   move ws-invoice-amount to ab-amount-out
                   perform 0270-write-register-line
           end-write.

       0235-check-sale-on-file.
           move 'N' to ws-sale-on-file-switch
           read sales-lookup-file
               invalid key
                   continue
               not invalid key
                   move 'Y' to ws-sale-on-file-switch
           end-read.

      *    a sale changed after it was opened moves the item's balance
      *    by the difference, dated the day the change is picked up.
      *    a reduction below what the customer has already paid
      *    leaves a credit balance on the item.
       0240-adjust-open-item.
           compute ws-delta-amount =
               ws-invoice-amount - aro-original-amount
           move ws-invoice-amount to aro-original-amount
           add ws-delta-amount to aro-balance
           move ws-today-ccyymmdd to aro-last-activity-date
           if aro-balance = 0
               move 'C' to aro-status
           else
               move 'O' to aro-status
           end-if
           rewrite ar-open-record
               invalid key
                   move 'REWRITE FAILED ON ADJUSTMENT'
                       to ws-build-status
                   perform 0250-write-skip-line
               not invalid key
                   add 1 to ws-adjusted-count
                   add ws-delta-amount to ws-adjusted-amount
                   move 'A' to arh-activity-type
                   move ws-today-ccyymmdd to arh-activity-date
                   move spaces to arh-reference-no
                   perform 0260-write-history-record
                   move 'ADJUSTED' to ws-build-status
                   move ws-delta-amount to ab-amount-out
                   perform 0270-write-register-line
           end-rewrite.

       0250-write-skip-line.
           add 1 to ws-skipped-count
           move ws-invoice-amount to ab-amount-out
           perform 0270-write-register-line.

      *    two adjustments to the same invoice picked up on the same
      *    day share an activity key and are carried as one entry.
       0260-write-history-record.
           move aro-cust-code to arh-cust-code
           move aro-invoice-no to arh-document-no
           move ws-lookup-branch to arh-branch-code
           move ws-delta-amount to arh-amount
           move ws-today-ccyymmdd to arh-posted-date
           write ar-history-record
               invalid key
                   read ar-history-file
                       invalid key
                           display 'ARBUILD - ACTIVITY NOT RECORDED '
                               'FOR INVOICE ' aro-invoice-no
                       not invalid key
                           add ws-delta-amount to arh-amount
                           rewrite ar-history-record
                               invalid key
                                   display 'ARBUILD - ACTIVITY NOT '
                                       'RECORDED FOR INVOICE '
                                       aro-invoice-no
                           end-rewrite
                   end-read
           end-write.

       0270-write-register-line.
           move mst-cust-code to ab-cust-code-out
           move mst-invoice-no to ab-invoice-no-out
           if mst-amount < 0
               move 'R' to ab-item-type-out
           else
               move 'I' to ab-item-type-out
           end-if
           move mst-rep-code to ab-rep-code-out
           move mst-sale-date to ab-sale-date-out
           move ws-build-status to ab-status-out
           move ab-detail-line to out-build-record
           write out-build-record
               after advancing 1 line.

      *    every sale salmaint deletes is journaled with its before
      *    image.  an item still carrying a deleted sale - same rep,
      *    date and invoice, the sale not back on the master - has its
      *    charge reversed by an adjustment, the same way a changed
      *    amount is adjusted, leaving any payment already taken as a
      *    credit.  a reversed item carries no original amount, so a
      *    later run passes it by; a sale restored to the master by
      *    salrecov is adjusted back up by the main pass.  sales
      *    salpurge archives are not journaled and their items stand.
       0300-reverse-deleted-sales.
           open input journal-file
           if ws-journal-file-status = '00'
               move 'Y' to ws-journal-more-switch
               perform until ws-journal-no-more
                   read journal-file
                       at end
                           move 'N' to ws-journal-more-switch
                       not at end
                           if jr-trans-code = 'D'
                               perform 0310-check-deleted-sale
                           end-if
                   end-read
               end-perform
               close journal-file
           end-if.

       0310-check-deleted-sale.
           move jr-before-image to ws-image-area
           move img-cust-code to aro-cust-code
           move img-invoice-no to aro-invoice-no
           read ar-open-file
               invalid key
                   move 'N' to ws-item-found-switch
               not invalid key
                   move 'Y' to ws-item-found-switch
           end-read
           if ws-item-found
                   and aro-item-type not = 'P'
                   and aro-rep-code = img-rep-code
                   and aro-item-date = img-sale-date
                   and aro-original-amount not = 0
               move img-rep-code to lkp-rep-code
               move img-sale-date to lkp-sale-date
               move img-invoice-no to lkp-invoice-no
               perform 0235-check-sale-on-file
               if not ws-sale-on-file
                   perform 0320-reverse-open-item
               end-if
           end-if.

       0320-reverse-open-item.
           compute ws-delta-amount = 0 - aro-original-amount
           move 0 to aro-original-amount
           add ws-delta-amount to aro-balance
           move ws-today-ccyymmdd to aro-last-activity-date
           if aro-balance = 0
               move 'C' to aro-status
           else
               move 'O' to aro-status
           end-if
           move aro-branch-code to ws-lookup-branch
           rewrite ar-open-record
               invalid key
                   move 'REWRITE FAILED ON REVERSAL'
                       to ws-build-status
               not invalid key
                   add 1 to ws-reversed-count
                   add ws-delta-amount to ws-reversed-amount
                   move 'A' to arh-activity-type
                   move ws-today-ccyymmdd to arh-activity-date
                   move spaces to arh-reference-no
                   perform 0260-write-history-record
                   move 'REVERSED - SALE DELETED' to ws-build-status
           end-rewrite
           move aro-cust-code to ab-cust-code-out
           move aro-invoice-no to ab-invoice-no-out
           move aro-item-type to ab-item-type-out
           move aro-rep-code to ab-rep-code-out
           move aro-item-date to ab-sale-date-out
           move ws-delta-amount to ab-amount-out
           move ws-build-status to ab-status-out
           move ab-detail-line to out-build-record
           write out-build-record
               after advancing 1 line.

       0400-print-headings.
           move ws-mo-date to ab-mo-out
           move ws-day-date to ab-day-out
           move ws-yr-date to ab-yr-out
           move ab-heading-1 to out-build-record
           write out-build-record
               after advancing page
           move ab-column-line to out-build-record
           write out-build-record
               after advancing 2 lines.

       0500-read-master-record.
           read sales-master-file next record
               at end
                   move 'no' to are-there-more-records
           end-read.

       0900-terminate-program.
           move ws-read-count to ab-read-count-out
           move ws-skipped-count to ab-skipped-count-out
           move ab-summary-line-1 to out-build-record
           write out-build-record
               after advancing 2 lines
           move 'ITEMS OPENED' to ab-summary-label-out
           move ws-opened-count to ab-summary-count-out
           move ws-opened-amount to ab-summary-amount-out
           move ab-summary-line-2 to out-build-record
           write out-build-record
               after advancing 1 line
           move 'ITEMS ADJUSTED' to ab-summary-label-out
           move ws-adjusted-count to ab-summary-count-out
           move ws-adjusted-amount to ab-summary-amount-out
           move ab-summary-line-2 to out-build-record
           write out-build-record
               after advancing 1 line
           move 'ITEMS REVERSED' to ab-summary-label-out
           move ws-reversed-count to ab-summary-count-out
           move ws-reversed-amount to ab-summary-amount-out
           move ab-summary-line-2 to out-build-record
           write out-build-record
               after advancing 1 line
           close sales-master-file
                 sales-lookup-file
                 cust-master-file
                 ar-open-file
                 ar-history-file
                 build-report-file.
