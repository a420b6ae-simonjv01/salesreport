       identification division.
         program-id. salgl.
      *
      * 2026-10-15  the posting period is now the earliest open
      *             period on the new fiscal.txt 4-4-5 fiscal calendar
      *             instead of the from/to dates on the control.txt
      *             card, which this program no longer reads; a run
      *             with no open period is refused (return code 16).
      * 2026-10-15  the sales tax liability saltax writes to
      *             taxpost.txt for the period is summarized by
      *             jurisdiction branch into source 'T' buckets and
      *             mapped through 'T' entries on glmap.txt (debit
      *             receivables, credit the tax liability account), so
      *             the tax lands in its own account in the same run
      *             as the sales.  a jurisdiction whose returns
      *             outrun its sales posts reversed like any other
      *             negative bucket.
      * 2026-10-15  returns and credit memos arrive on extract.txt as
      *             negative amounts and are summarized by branch into
      *             their own source 'R' buckets, mapped through 'R'
      *             entries on glmap.txt to the sales-returns accounts,
      *             in the period the return is reported.  compay.txt
      *             now carries signed net commission; a bucket that
      *             nets negative posts at its absolute amount with the
      *             debit and credit accounts swapped, so glpost.txt
      *             amounts stay unsigned.
      * 2026-10-15  the extract.txt record now carries the invoice
      *             number after the sale date; record grows from 51
      *             to 60 bytes.
      * 2026-09-02  new program.  general ledger posting interface.
      *             reads the extract.txt accounting extract and the
      *             compay.txt commission payables for the reporting
       configuration section.
       input-output section.
       file-control.
           select fiscal-calendar-file assign to 'fiscal.txt'
               organization is line sequential
               file status is ws-fiscal-file-status.
           select account-map-file assign to 'glmap.txt'
               organization is line sequential
               file status is ws-glmap-file-status.
           select payables-file assign to 'compay.txt'
               organization is line sequential
               file status is ws-compay-file-status.
           select tax-post-file assign to 'taxpost.txt'
               organization is line sequential
               file status is ws-taxpost-file-status.
           select posting-file assign to 'glpost.txt'
               organization is line sequential.
           select gl-report-file assign to 'salgl.rpt'
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
       fd  account-map-file.
       01  account-map-record.
           05  map-branch-code              pic x(3).
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
       fd  tax-post-file.
       01  tax-post-record.
           05  tpt-branch-code              pic x(3).
           05  tpt-period-from              pic 9(8).
           05  tpt-period-to                pic 9(8).
           05  tpt-tax-amount               pic s9(7)v99.
           05  tpt-taxable-amount           pic s9(7)v99.
           05  tpt-exempt-amount            pic s9(7)v99.
       fd  posting-file.
       01  posting-record.
           05  post-account                 pic x(8).
               10  ws-yr-date               pic 99.
               10  ws-mo-date               pic 99.
               10  ws-day-date              pic 99.
           05  ws-fiscal-file-status        pic x(2)  value '00'.
           05  ws-fiscal-more-switch        pic x(1)  value 'Y'.
               88  ws-fiscal-no-more        value 'N'.
           05  ws-glmap-file-status         pic x(2)  value '00'.
           05  ws-extract-file-status       pic x(2)  value '00'.
           05  ws-compay-file-status        pic x(2)  value '00'.
           05  ws-taxpost-file-status       pic x(2)  value '00'.
           05  ws-period-switch             pic x(1)  value 'N'.
               88  ws-period-active         value 'Y'.
           05  ws-period-from               pic 9(8)  value 0.
           05  ws-lookup-debit-acct         pic x(8)  value spaces.
           05  ws-lookup-credit-acct        pic x(8)  value spaces.
           05  ws-sub1                      pic 9(3)  value 0.
           05  ws-extract-amount            pic 9(7)v99 value 0.
           05  ws-post-amount               pic 9(7)v99 value 0.
           05  ws-post-debit-acct           pic x(8)  value spaces.
           05  ws-post-credit-acct          pic x(8)  value spaces.
       01  ws-map-table.
           05  ws-map-entry occurs 100 times indexed by ws-map-idx.
               10  ws-map-tbl-branch        pic x(3).
                   indexed by ws-bkt-idx.
               10  ws-bkt-branch            pic x(3).
               10  ws-bkt-source            pic x(1).
               10  ws-bkt-amount            pic s9(7)v99.
               10  ws-bkt-debit-acct        pic x(8).
               10  ws-bkt-credit-acct       pic x(8).
               10  ws-bkt-mapped            pic x(1).
           perform 0100-initialize-program
           perform 0200-summarize-extract
           perform 0300-summarize-commissions
           perform 0350-summarize-sales-tax
           perform 0400-map-buckets
           perform 0500-prove-and-release
           perform 0900-terminate-program

       0100-initialize-program.
           accept ws-date from date
           perform 0110-read-fiscal-calendar
           perform 0120-load-account-map
           open output gl-report-file
           perform 0130-print-headings.

      *    postings land in one accounting period - the earliest
      *    period still open on the fiscal.txt calendar, the one the
      *    next salclose will close.  with none open the run is
      *    refused.
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
               display 'SALGL - NO OPEN POSTING PERIOD ON '
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

       0120-load-account-map.
           move 0 to ws-map-count
           open input account-map-file
               if ws-lookup-branch = spaces
                   move '***' to ws-lookup-branch
               end-if
      *        a negative amount is a return or credit memo and
      *        posts to the branch's sales-returns bucket.
               if xin-amount < 0
                   move 'R' to ws-lookup-source
                   compute ws-extract-amount = 0 - xin-amount
               else
                   move 'S' to ws-lookup-source
                   move xin-amount to ws-extract-amount
               end-if
               perform 0220-add-to-bucket
           end-if.

      *    compay.txt carries no branch - commission expense posts as
      *    a single company bucket through the '***' map entry.  the
      *    payables amount is net of chargebacks and may be negative.
       0300-summarize-commissions.
           open input payables-file
           if ws-compay-file-status not = '00'
               close payables-file
           end-if.

      *    taxpost.txt is written by saltax for one period; only the
      *    records for this run's period are posted.
       0350-summarize-sales-tax.
           open input tax-post-file
           if ws-taxpost-file-status not = '00'
               display 'SALGL - taxpost.txt NOT AVAILABLE'
           else
               move 'yes' to are-there-more-records
               perform 0525-read-tax-post-record
               perform until no-more-records
                   if tpt-period-from = ws-period-from
                           and tpt-period-to = ws-period-to
                           and tpt-tax-amount numeric
                       move tpt-branch-code to ws-lookup-branch
                       if ws-lookup-branch = spaces
                           move '***' to ws-lookup-branch
                       end-if
                       move 'T' to ws-lookup-source
                       perform 0240-add-tax-to-bucket
                   end-if
                   perform 0525-read-tax-post-record
               end-perform
               close tax-post-file
           end-if.

       0220-add-to-bucket.
           move 'N' to ws-bucket-found-switch
           perform varying ws-bkt-idx from 1 by 1
               if ws-bkt-branch(ws-bkt-idx) = ws-lookup-branch
                       and ws-bkt-source(ws-bkt-idx)
                           = ws-lookup-source
                   add ws-extract-amount
                       to ws-bkt-amount(ws-bkt-idx)
                   move 'Y' to ws-bucket-found-switch
               end-if
           end-perform
                       to ws-bkt-branch(ws-bucket-count)
                   move ws-lookup-source
                       to ws-bkt-source(ws-bucket-count)
                   move ws-extract-amount
                       to ws-bkt-amount(ws-bucket-count)
               else
                   move 'Y' to ws-bucket-overflow-switch
               end-if
               end-if
           end-if.

       0240-add-tax-to-bucket.
           move 'N' to ws-bucket-found-switch
           perform varying ws-bkt-idx from 1 by 1
                   until ws-bkt-idx > ws-bucket-count
                       or ws-bucket-found
               if ws-bkt-branch(ws-bkt-idx) = ws-lookup-branch
                       and ws-bkt-source(ws-bkt-idx)
                           = ws-lookup-source
                   add tpt-tax-amount to ws-bkt-amount(ws-bkt-idx)
                   move 'Y' to ws-bucket-found-switch
               end-if
           end-perform
           if not ws-bucket-found
               if ws-bucket-count < ws-bucket-table-max
                   add 1 to ws-bucket-count
                   move ws-lookup-branch
                       to ws-bkt-branch(ws-bucket-count)
                   move ws-lookup-source
                       to ws-bkt-source(ws-bucket-count)
                   move tpt-tax-amount
                       to ws-bkt-amount(ws-bucket-count)
               else
                   move 'Y' to ws-bucket-overflow-switch
               end-if
           end-if.

       0400-map-buckets.
           perform varying ws-sub1 from 1 by 1
                   until ws-sub1 > ws-bucket-count
               after advancing 1 line.

       0530-print-bucket-postings.
           perform 0535-set-posting-sides
           move ws-post-debit-acct to gl-account-out
           move 'D' to gl-dc-out
           move ws-bkt-branch(ws-sub1) to gl-branch-out
           move ws-bkt-source(ws-sub1) to gl-source-out
           move ws-post-amount to gl-amount-out
           if ws-bkt-mapped(ws-sub1) = 'Y'
               if ws-bkt-amount(ws-sub1) < 0
                   move 'REVERSED - NET NEG' to gl-note-out
               else
                   move spaces to gl-note-out
               end-if
               add ws-post-amount to ws-total-debits
           else
               move 'NO ACCOUNT MAP' to gl-note-out
           end-if
           move gl-posting-line to out-gl-record
           write out-gl-record
               after advancing 1 line
           move ws-post-credit-acct to gl-account-out
           move 'C' to gl-dc-out
           if ws-bkt-mapped(ws-sub1) = 'Y'
               add ws-post-amount to ws-total-credits
           end-if
           move gl-posting-line to out-gl-record
           write out-gl-record
               after advancing 1 line.

      *    a bucket that nets negative - commission whose chargebacks
      *    outrun it - reverses its mapped entry: the absolute amount
      *    is debited to the credit account and credited to the
      *    debit account.
       0535-set-posting-sides.
           if ws-bkt-amount(ws-sub1) < 0
               compute ws-post-amount = 0 - ws-bkt-amount(ws-sub1)
               move ws-bkt-credit-acct(ws-sub1) to ws-post-debit-acct
               move ws-bkt-debit-acct(ws-sub1) to ws-post-credit-acct
           else
               move ws-bkt-amount(ws-sub1) to ws-post-amount
               move ws-bkt-debit-acct(ws-sub1) to ws-post-debit-acct
               move ws-bkt-credit-acct(ws-sub1) to ws-post-credit-acct
           end-if.

       0540-write-posting-file.
           open output posting-file
           perform varying ws-sub1 from 1 by 1
                   until ws-sub1 > ws-bucket-count
               perform 0535-set-posting-sides
               move ws-post-debit-acct to post-account
               move 'D' to post-debit-credit
               move ws-bkt-branch(ws-sub1) to post-branch-code
               move ws-period-from to post-period-from
               move ws-period-to to post-period-to
               move ws-bkt-source(ws-sub1) to post-source
               move ws-post-amount to post-amount
               write posting-record
      *        the record area is not guaranteed after a write -
      *        rebuild every field for the credit side.
               move ws-post-credit-acct to post-account
               move 'C' to post-debit-credit
               move ws-bkt-branch(ws-sub1) to post-branch-code
               move ws-period-from to post-period-from
               move ws-period-to to post-period-to
               move ws-bkt-source(ws-sub1) to post-source
               move ws-post-amount to post-amount
               write posting-record
           end-perform
           close posting-file.
                   move 'no' to are-there-more-records
           end-read.

       0525-read-tax-post-record.
           read tax-post-file
               at end
                   move 'no' to are-there-more-records
           end-read.

       0900-terminate-program.
           close gl-report-file.
