       identification division.
         program-id. custmaint.
      *
      * 2026-10-15  the customer master is now the indexed
      *             custmast.dat, keyed on customer code, and is
      *             updated in place - each transaction reads the
      *             customer by key and writes or rewrites that one
      *             record - instead of being loaded into a 500-entry
      *             table and written back whole.  the table limit and
      *             the CUST MASTER FILE IS FULL reject are gone.  a
      *             missing custmast.dat is created empty on first
      *             use.
      * 2026-10-15  the customer master carries a sales tax exempt
      *             flag and the customer's exemption certificate
      *             number, growing from 29 to 45 bytes.  custtrn.txt
      *             carries both; the flag must be Y, N or blank, an
      *             exempt customer must have a certificate number,
      *             an add defaults to not exempt, a blank flag on a
      *             change keeps the value on file and a change to N
      *             clears the certificate.  the audit listing prints
      *             the flag and certificate.  the sales master record
      *             carries the tax fields; master layout brought
      *             into line.
      * 2026-10-15  the sales master amount is now signed and the
      *             record carries the original invoice number of a
      *             return; master layout brought into line.
      * 2026-10-15  the sales master key now carries the invoice
      *             number and the amount widens from 9(3)v99 to
      *             9(5)v99; master layout brought into line.
      * 2026-09-02  new program.  applies add/change/inactivate/
      *             reactivate transactions from custtrn.txt to the
      *             custmast.txt customer master reference file,
           select cust-trans-file assign to 'custtrn.txt'
               organization is line sequential
               file status is ws-custtrn-file-status.
           select cust-master-file assign to 'custmast.dat'
               organization is indexed
               access mode is dynamic
               record key is cst-cust-code
               file status is ws-custmst-file-status.
           select sales-master-file assign to 'salesmst.dat'
               organization is indexed
           05  ctr-cust-code                pic x(5).
           05  ctr-cust-name                pic x(20).
           05  ctr-branch-code              pic x(3).
           05  ctr-tax-exempt-flag          pic x(1).
           05  ctr-exempt-cert-no           pic x(15).
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
       fd  cust-report-file.
       01  out-cust-record                  pic x(100).

           05  ws-custtrn-file-status       pic x(2)  value '00'.
           05  ws-custmst-file-status       pic x(2)  value '00'.
           05  ws-master-file-status        pic x(2)  value '00'.
           05  ws-cust-found-switch         pic x(1)  value 'N'.
               88  ws-cust-found            value 'Y'.
           05  ws-reject-reason             pic x(30) value spaces.
           05  ws-trans-valid-switch        pic x(1)  value 'Y'.
               88  ws-trans-is-valid        value 'Y'.
               88  ws-sales-on-file         value 'Y'.
           05  ws-trans-applied-count       pic 9(5)  value 0.
           05  ws-trans-rejected-count      pic 9(5)  value 0.
       01  cm-heading-1.
           05  filler                       pic x(10) value spaces.
           05  filler                       pic x(43)
           05  filler                       pic x(2)  value spaces.
           05  cm-branch-out                pic x(3).
           05  filler                       pic x(2)  value spaces.
           05  cm-exempt-flag-out           pic x(1).
           05  filler                       pic x(2)  value spaces.
           05  cm-cert-no-out               pic x(15).
           05  filler                       pic x(2)  value spaces.
           05  cm-status-out                pic x(30).
           05  filler                       pic x(8)  value spaces.
       01  cm-summary-line.
           05  filler                       pic x(5)  value spaces.
           05  filler                       pic x(22)
               move 16 to return-code
               stop run
           end-if
           perform 0150-open-cust-master
           open output cust-report-file
           perform 0400-print-headings
           perform 0500-read-transaction-record.

       0150-open-cust-master.
           open i-o cust-master-file
           if ws-custmst-file-status = '35'
               open output cust-master-file
               close cust-master-file
               open i-o cust-master-file
           end-if
           if ws-custmst-file-status not = '00'
               display 'CUSTOMER MASTER FILE NOT AVAILABLE - '
                   'custmast.dat'
               move 16 to return-code
               stop run
           end-if.
               when ctr-trans-code = 'A' and ctr-cust-name = spaces
                   move 'N' to ws-trans-valid-switch
                   move 'CUST NAME IS BLANK' to ws-reject-reason
               when ctr-tax-exempt-flag not = 'Y' and 'N' and space
                   move 'N' to ws-trans-valid-switch
                   move 'TAX EXEMPT FLAG INVALID' to ws-reject-reason
               when ctr-tax-exempt-flag = 'Y'
                       and ctr-exempt-cert-no = spaces
                   move 'N' to ws-trans-valid-switch
                   move 'EXEMPT CERTIFICATE IS BLANK'
                       to ws-reject-reason
           end-evaluate.

       0215-find-cust-entry.
           move 'N' to ws-cust-found-switch
           move ctr-cust-code to cst-cust-code
           read cust-master-file
               invalid key
                   continue
               not invalid key
                   move 'Y' to ws-cust-found-switch
           end-read.

       0220-add-cust-entry.
           perform 0215-find-cust-entry
           if ws-cust-found
               move 'CUST ALREADY ON CUST MASTER' to ws-reject-reason
               perform 0250-write-reject-line
           else
               move ctr-cust-code to cst-cust-code
               move ctr-cust-name to cst-cust-name
               move ctr-branch-code to cst-branch-code
               move 'A' to cst-active-flag
               if ctr-tax-exempt-flag = 'Y'
                   move 'Y' to cst-tax-exempt-flag
                   move ctr-exempt-cert-no to cst-exempt-cert-no
               else
                   move 'N' to cst-tax-exempt-flag
                   move spaces to cst-exempt-cert-no
               end-if
               write cust-master-record
                   invalid key
                       move 'WRITE FAILED ON ADD' to ws-reject-reason
                       perform 0250-write-reject-line
                   not invalid key
                       perform 0260-write-audit-line
               end-write
           end-if.

      *    a blank name or branch on a change keeps the value already
      *    on file, matching repmaint.  the active flag is left
      *    alone - reactivating an inactive customer takes an R.
      *    a blank tax exempt flag likewise keeps the exemption on
      *    file; taking a customer off exemption clears the
      *    certificate number.
       0230-change-cust-entry.
           perform 0215-find-cust-entry
           if not ws-cust-found
               perform 0250-write-reject-line
           else
               if ctr-cust-name not = spaces
                   move ctr-cust-name to cst-cust-name
               end-if
               if ctr-branch-code not = spaces
                   move ctr-branch-code to cst-branch-code
               end-if
               evaluate ctr-tax-exempt-flag
                   when 'Y'
                       move 'Y' to cst-tax-exempt-flag
                       move ctr-exempt-cert-no to cst-exempt-cert-no
                   when 'N'
                       move 'N' to cst-tax-exempt-flag
                       move spaces to cst-exempt-cert-no
               end-evaluate
               perform 0270-rewrite-cust-record
           end-if.

       0235-reactivate-cust-entry.
               when not ws-cust-found
                   move 'CUST NOT ON CUST MASTER' to ws-reject-reason
                   perform 0250-write-reject-line
               when cst-active-flag = 'A'
                   move 'CUST IS ALREADY ACTIVE' to ws-reject-reason
                   perform 0250-write-reject-line
               when other
                   move 'A' to cst-active-flag
                   perform 0270-rewrite-cust-record
           end-evaluate.

       0240-inactivate-cust-entry.
               when not ws-cust-found
                   move 'CUST NOT ON CUST MASTER' to ws-reject-reason
                   perform 0250-write-reject-line
               when cst-active-flag not = 'A'
                   move 'CUST IS ALREADY INACTIVE' to ws-reject-reason
                   perform 0250-write-reject-line
               when other
                           to ws-reject-reason
                       perform 0250-write-reject-line
                   else
                       move 'I' to cst-active-flag
                       perform 0270-rewrite-cust-record
                   end-if
           end-evaluate.

           move ctr-cust-code to cm-cust-code-out
           move ctr-cust-name to cm-cust-name-out
           move ctr-branch-code to cm-branch-out
           move ctr-tax-exempt-flag to cm-exempt-flag-out
           move ctr-exempt-cert-no to cm-cert-no-out
           move ws-reject-reason to cm-status-out
           move cm-audit-line to out-cust-record
           write out-cust-record
           move ctr-cust-code to cm-cust-code-out
           move ctr-cust-name to cm-cust-name-out
           move ctr-branch-code to cm-branch-out
           move ctr-tax-exempt-flag to cm-exempt-flag-out
           move ctr-exempt-cert-no to cm-cert-no-out
           move 'APPLIED' to cm-status-out
           move cm-audit-line to out-cust-record
           write out-cust-record
               after advancing 1 line
           add 1 to ws-trans-applied-count.

       0270-rewrite-cust-record.
           rewrite cust-master-record
               invalid key
                   move 'REWRITE FAILED' to ws-reject-reason
                   perform 0250-write-reject-line
               not invalid key
                   perform 0260-write-audit-line
           end-rewrite.

       0400-print-headings.
           move ws-mo-date to cm-mo-out

       0900-terminate-program.
           close cust-trans-file
                 cust-master-file
           move ws-trans-applied-count to cm-applied-count-out
           move ws-trans-rejected-count to cm-rejected-count-out
           move cm-summary-line to out-cust-record
