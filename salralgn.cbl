       identification division.
         program-id. salralgn.
      *
      * 2026-10-15  the runctl.txt total amount and the moved amount
      *             totals widen from s9(7)v99 to s9(9)v99, in step with
      *             salmaint; the register prints the wider amounts.
      * 2026-10-15  the new rep code of a realignment pair is read by
      *             key from the new indexed repmast.dat instead of a
      *             200-rep table loaded from repmast.txt at start-up.
      * 2026-10-15  the journal record carries the operator and
      *             approver ids of each change; a realignment move is
      *             journaled with SALRALGN as its operator.
      * 2026-10-15  the master record carries the sales tax
      *             jurisdiction, tax status, rate and amount; the
      *             move table keeps them so a moved sale keeps the
      *             tax it was charged, and the journal images grow
      *             from 62 to 78 bytes.
      * 2026-10-15  the master record carries the original invoice
      *             number of a return and the amount is signed, a
      *             return being held negative; the move table keeps
      *             the original invoice number, the journal images
      *             grow from 54 to 62 bytes and the amounts moved are
      *             net of returns.
      * 2026-10-15  the master key now carries the invoice number and
      *             the amount widens from 9(3)v99 to 9(5)v99; the
      *             move table keeps the invoice number so every sale
      *             a rep booked on the same day moves, and the
      *             journal images grow from 44 to 54 bytes.
      * 2026-09-02  new program.  rep territory realignment utility.
      *             driven by ralnctl.txt control records of
      *             old-rep-code / new-rep-code pairs with an optional
           select realign-control-file assign to 'ralnctl.txt'
               organization is line sequential
               file status is ws-ralnctl-file-status.
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
       fd  journal-file.
       01  journal-record.
           05  jr-run-id                    pic x(14).
           05  jr-time                      pic 9(8).
           05  jr-trans-code                pic x(1).
           05  jr-before-image              pic x(78).
           05  jr-after-image               pic x(78).
           05  jr-operator-id               pic x(8).
           05  jr-approver-id               pic x(8).
       fd  run-control-file.
       01  run-control-record.
           05  rc-program                   pic x(8).
           05  rc-time                      pic 9(8).
           05  rc-status                    pic x(8).
           05  rc-record-count              pic 9(7).
           05  rc-total-amount              pic s9(9)v99.
       fd  realign-report-file.
       01  out-realign-record               pic x(100).

           05  ws-master-file-status        pic x(2)  value '00'.
           05  ws-journal-file-status       pic x(2)  value '00'.
           05  ws-runctl-file-status        pic x(2)  value '00'.
           05  ws-rep-found-switch          pic x(1)  value 'N'.
               88  ws-rep-found             value 'Y'.
           05  ws-rep-active-switch        pic x(1)  value 'N'.
               88  ws-rep-active            value 'Y'.
           05  ws-pair-valid-switch         pic x(1)  value 'Y'.
               88  ws-pair-is-valid         value 'Y'.
           05  ws-reject-reason             pic x(30) value spaces.
           05  ws-move-overflow-switch      pic x(1)  value 'N'.
               88  ws-move-overflow         value 'Y'.
           05  ws-pair-moved-count          pic 9(5)  value 0.
           05  ws-pair-moved-amount         pic s9(9)v99 value 0.
           05  ws-pair-skipped-count        pic 9(5)  value 0.
           05  ws-total-moved-count         pic 9(7)  value 0.
           05  ws-total-moved-amount        pic s9(9)v99 value 0.
           05  ws-pairs-applied-count       pic 9(5)  value 0.
           05  ws-pairs-rejected-count      pic 9(5)  value 0.
           05  ws-sub1                      pic 9(3)  value 0.
       01  ws-move-table.
           05  ws-move-entry occurs 500 times indexed by ws-mov-idx.
               10  ws-mov-sale-date         pic 9(8).
               10  ws-mov-invoice-no        pic x(8).
               10  ws-mov-cust-code         pic x(5).
               10  ws-mov-name              pic x(20).
               10  ws-mov-amount            pic s9(5)v99.
               10  ws-mov-last-trans-code   pic x(1).
               10  ws-mov-orig-invoice-no   pic x(8).
               10  ws-mov-tax-branch-code   pic x(3).
               10  ws-mov-tax-status        pic x(1).
               10  ws-mov-tax-rate          pic 9v9999.
               10  ws-mov-tax-amount        pic s9(5)v99.
       01  rg-heading-1.
           05  filler                       pic x(10) value spaces.
           05  filler                       pic x(38)
           05  rg-to-date-out               pic 9(8).
           05  filler                       pic x(2)  value spaces.
           05  rg-moved-count-out           pic zz,zz9.
           05  filler                       pic x(1)  value spaces.
           05  rg-moved-amount-out          pic $$$,$$$,$$9.99-.
           05  filler                       pic x(1)  value spaces.
           05  rg-skipped-count-out         pic zz,zz9.
           05  filler                       pic x(2)  value spaces.
           05  rg-status-out                pic x(30).
           05  filler                       pic x(5)  value spaces.
           05  filler                       pic x(14) value
                'AMOUNT MOVED '.
           05  rg-total-amount-out          pic $$$,$$$,$$9.99-.
           05  filler                       pic x(39) value spaces.

       procedure division.
       0000-realign-territories.
               move 16 to return-code
               stop run
           end-if
           perform 0150-open-rep-master
           open i-o sales-master-file
           if ws-master-file-status not = '00'
               display 'SALES MASTER FILE NOT AVAILABLE - '
           perform 0400-print-headings
           perform 0500-read-control-record.

       0150-open-rep-master.
           open input rep-master-file
           if ws-repmst-file-status not = '00'
               display 'REP MASTER FILE NOT AVAILABLE - repmast.dat'
               move 16 to return-code
               stop run
           end-if.

       0200-process-realign-pair.
       0215-check-new-rep-code.
           move 'N' to ws-rep-found-switch
           move 'N' to ws-rep-active-switch
           move rln-new-rep-code to rpm-rep-code
           read rep-master-file
               invalid key
                   move 'N' to ws-rep-found-switch
               not invalid key
                   move 'Y' to ws-rep-found-switch
                   if rpm-active-flag = 'A'
                       move 'Y' to ws-rep-active-switch
                   end-if
           end-read.

      *    the keys to move are collected first - deleting and
      *    re-writing underneath a sequential browse of the same file
           move 'N' to ws-move-overflow-switch
           move rln-old-rep-code to mst-rep-code
           move zeros to mst-sale-date
           move low-values to mst-invoice-no
           start sales-master-file key not < mst-key
               invalid key
                   continue
                               add 1 to ws-move-count
                               move mst-sale-date to
                                   ws-mov-sale-date(ws-move-count)
                               move mst-invoice-no to
                                   ws-mov-invoice-no(ws-move-count)
                               move mst-cust-code to
                                   ws-mov-cust-code(ws-move-count)
                               move mst-name to
                                   ws-mov-amount(ws-move-count)
                               move mst-last-trans-code to
                                 ws-mov-last-trans-code(ws-move-count)
                               move mst-orig-invoice-no to
                                 ws-mov-orig-invoice-no(ws-move-count)
                               move mst-tax-branch-code to
                                 ws-mov-tax-branch-code(ws-move-count)
                               move mst-tax-status to
                                 ws-mov-tax-status(ws-move-count)
                               move mst-tax-rate to
                                 ws-mov-tax-rate(ws-move-count)
                               move mst-tax-amount to
                                 ws-mov-tax-amount(ws-move-count)
                           else
                               move 'Y' to ws-move-overflow-switch
                           end-if
       0240-move-one-record.
           move rln-new-rep-code to mst-rep-code
           move ws-mov-sale-date(ws-sub1) to mst-sale-date
           move ws-mov-invoice-no(ws-sub1) to mst-invoice-no
           move ws-mov-cust-code(ws-sub1) to mst-cust-code
           move ws-mov-name(ws-sub1) to mst-name
           move ws-mov-amount(ws-sub1) to mst-amount
           move ws-mov-last-trans-code(ws-sub1)
               to mst-last-trans-code
           move ws-mov-orig-invoice-no(ws-sub1)
               to mst-orig-invoice-no
           move ws-mov-tax-branch-code(ws-sub1)
               to mst-tax-branch-code
           move ws-mov-tax-status(ws-sub1) to mst-tax-status
           move ws-mov-tax-rate(ws-sub1) to mst-tax-rate
           move ws-mov-tax-amount(ws-sub1) to mst-tax-amount
           write sales-master-record
               invalid key
                   add 1 to ws-pair-skipped-count
       0250-delete-old-record.
           move rln-old-rep-code to mst-rep-code
           move ws-mov-sale-date(ws-sub1) to mst-sale-date
           move ws-mov-invoice-no(ws-sub1) to mst-invoice-no
           read sales-master-file
               invalid key
                   add 1 to ws-pair-skipped-count
           move ws-time to jr-time
           move 'D' to jr-trans-code
           move spaces to jr-after-image
           move 'SALRALGN' to jr-operator-id
           move spaces to jr-approver-id
           write journal-record
      *    the record area is not guaranteed after a write - rebuild
      *    every field for the second entry.
           move ws-time to jr-time
           move 'A' to jr-trans-code
           move spaces to jr-before-image
           move 'SALRALGN' to jr-operator-id
           move spaces to jr-approver-id
           move rln-new-rep-code to mst-rep-code
           move ws-mov-sale-date(ws-sub1) to mst-sale-date
           move ws-mov-invoice-no(ws-sub1) to mst-invoice-no
           move ws-mov-cust-code(ws-sub1) to mst-cust-code
           move ws-mov-name(ws-sub1) to mst-name
           move ws-mov-amount(ws-sub1) to mst-amount
           move ws-mov-last-trans-code(ws-sub1)
               to mst-last-trans-code
           move ws-mov-orig-invoice-no(ws-sub1)
               to mst-orig-invoice-no
           move ws-mov-tax-branch-code(ws-sub1)
               to mst-tax-branch-code
           move ws-mov-tax-status(ws-sub1) to mst-tax-status
           move ws-mov-tax-rate(ws-sub1) to mst-tax-rate
           move ws-mov-tax-amount(ws-sub1) to mst-tax-amount
           move sales-master-record to jr-after-image
           write journal-record.


       0900-terminate-program.
           close realign-control-file
                 rep-master-file
                 sales-master-file
                 journal-file
           move ws-total-moved-count to rg-total-count-out
