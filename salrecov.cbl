       identification division.
         program-id. salrecov.
      *
      * 2026-10-15  the journal record carries the operator and
      *             approver ids of each change; layout brought into
      *             line.
      * 2026-10-15  the master record carries the sales tax
      *             jurisdiction, tax status, rate and amount; the
      *             journal images grow from 62 to 78 bytes and a
      *             restore puts the tax fields back.
      * 2026-10-15  the master record carries the original invoice
      *             number of a return and the amount is signed, a
      *             return being held negative; the journal images
      *             grow from 54 to 62 bytes and the register prints
      *             a return's amount with a trailing minus.
      * 2026-10-15  the master key now carries the invoice number and
      *             the amount widens from 9(3)v99 to 9(5)v99; the
      *             journal images grow from 44 to 54 bytes, the
      *             conflict check compares the full 21-byte key and
      *             the register prints the invoice number.
      * 2026-09-02  new program.  recovers the sales master from the
      *             saljrnl.txt change journal that salmaint writes.
      *             the recvctl.txt control card names a function and
           05  jr-run-id                    pic x(14).
           05  jr-time                      pic 9(8).
           05  jr-trans-code                pic x(1).
           05  jr-before-image              pic x(78).
           05  jr-after-image               pic x(78).
           05  jr-operator-id               pic x(8).
           05  jr-approver-id               pic x(8).
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
       fd  recov-report-file.
       01  out-recov-record                 pic x(100).

               88  ws-entry-overflow        value 'Y'.
           05  ws-conflict-switch           pic x(1)  value 'N'.
               88  ws-conflict-found        value 'Y'.
           05  ws-entry-key                 pic x(21) value spaces.
           05  ws-restored-count            pic 9(5)  value 0.
           05  ws-deleted-count             pic 9(5)  value 0.
           05  ws-failed-count              pic 9(5)  value 0.
       01  ws-image-area.
           05  img-rep-code                 pic x(5).
           05  img-sale-date                pic x(8).
           05  img-invoice-no               pic x(8).
           05  img-cust-code                pic x(5).
           05  img-name                     pic x(20).
           05  img-amount                   pic s9(5)v99.
           05  img-last-trans-code          pic x(1).
           05  img-orig-invoice-no          pic x(8).
           05  img-tax-branch-code          pic x(3).
           05  img-tax-status               pic x(1).
           05  img-tax-rate                 pic 9v9999.
           05  img-tax-amount               pic s9(5)v99.
       01  ws-entry-table.
           05  ws-entry-item occurs 500 times indexed by ws-ent-idx.
               10  ws-ent-trans-code        pic x(1).
               10  ws-ent-key               pic x(21).
               10  ws-ent-before-image      pic x(78).
               10  ws-ent-after-image       pic x(78).
       01  rv-heading-1.
           05  filler                       pic x(10) value spaces.
           05  filler                       pic x(38)
           05  filler                       pic x(2)  value spaces.
           05  rv-sale-date-out             pic x(8).
           05  filler                       pic x(2)  value spaces.
           05  rv-invoice-no-out            pic x(8).
           05  filler                       pic x(2)  value spaces.
           05  rv-name-out                  pic x(20).
           05  filler                       pic x(2)  value spaces.
           05  rv-amount-out                pic $$$,$$9.99-.
           05  filler                       pic x(2)  value spaces.
           05  rv-note-out                  pic x(20).
           05  filler                       pic x(2)  value spaces.
       01  rv-message-line.
           05  filler                       pic x(10) value spaces.
           05  rv-message                   pic x(55).
           move spaces to ws-entry-key
           string img-rep-code delimited by size
               img-sale-date delimited by size
               img-invoice-no delimited by size
               into ws-entry-key.

       0300-check-for-conflicts.
       0600-restore-master-record.
           move img-rep-code to mst-rep-code
           move img-sale-date to mst-sale-date
           move img-invoice-no to mst-invoice-no
           read sales-master-file
               invalid key
                   perform 0620-move-image-to-master
       0610-delete-master-record.
           move img-rep-code to mst-rep-code
           move img-sale-date to mst-sale-date
           move img-invoice-no to mst-invoice-no
           delete sales-master-file
               invalid key
                   move 'RECORD NOT FOUND' to rv-note-out
       0620-move-image-to-master.
           move img-rep-code to mst-rep-code
           move img-sale-date to mst-sale-date
           move img-invoice-no to mst-invoice-no
           move img-cust-code to mst-cust-code
           move img-name to mst-name
           move img-amount to mst-amount
           move img-last-trans-code to mst-last-trans-code
           move img-orig-invoice-no to mst-orig-invoice-no
           move img-tax-branch-code to mst-tax-branch-code
           move img-tax-status to mst-tax-status
           move img-tax-rate to mst-tax-rate
           move img-tax-amount to mst-tax-amount.

       0630-write-failed-line.
           add 1 to ws-failed-count
       0700-write-register-line.
           move img-rep-code to rv-rep-code-out
           move img-sale-date to rv-sale-date-out
           move img-invoice-no to rv-invoice-no-out
           move img-name to rv-name-out
           if img-amount numeric
               move img-amount to rv-amount-out
