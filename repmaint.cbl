       identification division.
         program-id. repmaint.
      *
      * 2026-10-15  the rep master is now the indexed repmast.dat,
      *             keyed on rep code, and is updated in place - each
      *             transaction reads the rep by key and writes or
      *             rewrites that one record - instead of being loaded
      *             into a 200-entry table and written back whole.  the
      *             table limit and the REP MASTER FILE IS FULL reject
      *             are gone.  a missing repmast.dat is created empty
      *             on first use.
      * 2026-10-15  the sales master record carries the sales tax
      *             jurisdiction, tax status, rate and amount; master
      *             layout brought into line.
      * 2026-10-15  the sales master amount is now signed and the
      *             record carries the original invoice number of a
      *             return; master layout brought into line.
      * 2026-10-15  the sales master key now carries the invoice
      *             number and the amount widens from 9(3)v99 to
      *             9(5)v99; master layout brought into line.
      * 2026-09-02  new program.  applies add/change/inactivate/
      *             reactivate transactions from repmtrn.txt to the
      *             repmast.txt rep master reference file that
           select rep-trans-file assign to 'repmtrn.txt'
               organization is line sequential
               file status is ws-reptrn-file-status.
           select rep-master-file assign to 'repmast.dat'
               organization is indexed
               access mode is dynamic
               record key is rpm-rep-code
               file status is ws-repmst-file-status.
           select sales-master-file assign to 'salesmst.dat'
               organization is indexed
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
       fd  rep-report-file.
       01  out-rep-record                   pic x(100).

           05  ws-reptrn-file-status        pic x(2)  value '00'.
           05  ws-repmst-file-status        pic x(2)  value '00'.
           05  ws-master-file-status        pic x(2)  value '00'.
           05  ws-rep-found-switch          pic x(1)  value 'N'.
               88  ws-rep-found             value 'Y'.
           05  ws-reject-reason             pic x(30) value spaces.
           05  ws-trans-valid-switch        pic x(1)  value 'Y'.
               88  ws-trans-is-valid        value 'Y'.
               88  ws-sales-on-file         value 'Y'.
           05  ws-trans-applied-count       pic 9(5)  value 0.
           05  ws-trans-rejected-count      pic 9(5)  value 0.
       01  rm-heading-1.
           05  filler                       pic x(10) value spaces.
           05  filler                       pic x(38)
               move 16 to return-code
               stop run
           end-if
           perform 0150-open-rep-master
           open output rep-report-file
           perform 0400-print-headings
           perform 0500-read-transaction-record.

       0150-open-rep-master.
           open i-o rep-master-file
           if ws-repmst-file-status = '35'
               open output rep-master-file
               close rep-master-file
               open i-o rep-master-file
           end-if
           if ws-repmst-file-status not = '00'
               display 'REP MASTER FILE NOT AVAILABLE - repmast.dat'
               move 16 to return-code
               stop run
           end-if.

       0215-find-rep-entry.
           move 'N' to ws-rep-found-switch
           move rtr-rep-code to rpm-rep-code
           read rep-master-file
               invalid key
                   continue
               not invalid key
                   move 'Y' to ws-rep-found-switch
           end-read.

       0220-add-rep-entry.
           perform 0215-find-rep-entry
           if ws-rep-found
               move 'REP ALREADY ON REP MASTER' to ws-reject-reason
               perform 0250-write-reject-line
           else
               move rtr-rep-code to rpm-rep-code
               move rtr-rep-name to rpm-rep-name
               move rtr-region to rpm-region
               move 'A' to rpm-active-flag
               write rep-master-record
                   invalid key
                       move 'WRITE FAILED ON ADD' to ws-reject-reason
                       perform 0250-write-reject-line
                   not invalid key
                       perform 0260-write-audit-line
               end-write
           end-if.

      *    a blank name or region on a change keeps the value already
      *    on file, so a region change does not have to re-key the
               perform 0250-write-reject-line
           else
               if rtr-rep-name not = spaces
                   move rtr-rep-name to rpm-rep-name
               end-if
               if rtr-region not = spaces
                   move rtr-region to rpm-region
               end-if
               perform 0270-rewrite-rep-record
           end-if.

       0235-reactivate-rep-entry.
               when not ws-rep-found
                   move 'REP NOT ON REP MASTER' to ws-reject-reason
                   perform 0250-write-reject-line
               when rpm-active-flag = 'A'
                   move 'REP IS ALREADY ACTIVE' to ws-reject-reason
                   perform 0250-write-reject-line
               when other
                   move 'A' to rpm-active-flag
                   perform 0270-rewrite-rep-record
           end-evaluate.

       0240-inactivate-rep-entry.
               when not ws-rep-found
                   move 'REP NOT ON REP MASTER' to ws-reject-reason
                   perform 0250-write-reject-line
               when rpm-active-flag not = 'A'
                   move 'REP IS ALREADY INACTIVE' to ws-reject-reason
                   perform 0250-write-reject-line
               when other
                           to ws-reject-reason
                       perform 0250-write-reject-line
                   else
                       move 'I' to rpm-active-flag
                       perform 0270-rewrite-rep-record
                   end-if
           end-evaluate.

      *    the sales master key is rep code, sale date and invoice
      *    number, so a start at the low date for this rep followed by
      *    one sequential read says whether any of the rep's records
      *    survive.
       0245-check-sales-on-file.
           move 'N' to ws-sales-on-file-switch
           open input sales-master-file
           if ws-master-file-status = '00'
               move rtr-rep-code to mst-rep-code
               move zeros to mst-sale-date
               move low-values to mst-invoice-no
               start sales-master-file key not < mst-key
                   invalid key
                       continue
               after advancing 1 line
           add 1 to ws-trans-applied-count.

       0270-rewrite-rep-record.
           rewrite rep-master-record
               invalid key
                   move 'REWRITE FAILED' to ws-reject-reason
                   perform 0250-write-reject-line
               not invalid key
                   perform 0260-write-audit-line
           end-rewrite.

       0400-print-headings.
           move ws-mo-date to rm-mo-out

       0900-terminate-program.
           close rep-trans-file
                 rep-master-file
           move ws-trans-applied-count to rm-applied-count-out
           move ws-trans-rejected-count to rm-rejected-count-out
           move rm-summary-line to out-rep-record
