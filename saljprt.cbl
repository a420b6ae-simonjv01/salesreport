       identification division.
         program-id. saljprt.
      *
      * 2026-10-15  the journal record carries the id of the operator
      *             who keyed each change and of the supervisor who
      *             approved it when it was held for approval; the
      *             listing prints both after the transaction code and
      *             widens from 133 to 151.
      * 2026-10-15  the master record carries the sales tax
      *             jurisdiction, tax status, rate and amount; the
      *             journal images grow from 62 to 78 bytes.
      * 2026-10-15  the master record carries the original invoice
      *             number of a return and the amount is signed, a
      *             return (trans code R) being held negative; the
      *             journal images grow from 54 to 62 bytes and the
      *             listing prints amounts with a trailing minus.
      * 2026-10-15  the master key now carries the invoice number and
      *             the amount widens from 9(3)v99 to 9(5)v99; the
      *             journal images grow from 44 to 54 bytes and the
      *             listing prints the invoice number.
      * 2026-09-02  the master record now carries a customer code; the
      *             journal images grow from 39 to 44 bytes and the
      *             listing prints the customer code.
           05  jr-run-id                    pic x(14).
           05  jr-time                      pic 9(8).
           05  jr-trans-code                pic x(1).
           05  jr-before-image              pic x(78).
           05  jr-after-image               pic x(78).
           05  jr-operator-id               pic x(8).
           05  jr-approver-id               pic x(8).
       fd  journal-report-file.
       01  out-journal-record               pic x(151).

       working-storage section.
       01  ws-work-areas.
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
       01  jl-heading-1.
           05  filler                       pic x(5)  value spaces.
           05  filler                       pic x(34)
                value 'MASTER FILE CHANGE JOURNAL LISTING'.
           05  filler                       pic x(112) value spaces.
       01  jl-select-line.
           05  filler                       pic x(5)  value spaces.
           05  filler                       pic x(18)
                value 'SELECTED REP CODE '.
           05  jl-select-rep-out            pic x(5).
           05  filler                       pic x(123) value spaces.
       01  jl-column-line.
           05  filler                       pic x(5)  value spaces.
           05  filler                       pic x(15) value 'RUN ID'.
           05  filler                       pic x(9)  value 'TIME'.
           05  filler                       pic x(2)  value 'TC'.
           05  filler                       pic x(2)  value spaces.
           05  filler                       pic x(9)  value 'OPERATOR'.
           05  filler                       pic x(9)  value 'APPROVER'.
           05  filler                       pic x(6)  value 'REP'.
           05  filler                       pic x(10) value 'DATE'.
           05  filler                       pic x(9)  value 'INVOICE'.
           05  filler                       pic x(6)  value 'CUST'.
           05  filler                       pic x(33) value 'BEFORE'.
           05  filler                       pic x(31) value 'AFTER'.
           05  filler                       pic x(5)  value spaces.
       01  jl-detail-line.
           05  filler                       pic x(5)  value spaces.
           05  jl-run-id-out                pic x(14).
           05  filler                       pic x(1)  value spaces.
           05  jl-trans-code-out            pic x(1).
           05  filler                       pic x(2)  value spaces.
           05  jl-operator-id-out           pic x(8).
           05  filler                       pic x(1)  value spaces.
           05  jl-approver-id-out           pic x(8).
           05  filler                       pic x(1)  value spaces.
           05  jl-rep-code-out              pic x(5).
           05  filler                       pic x(1)  value spaces.
           05  jl-sale-date-out             pic x(8).
           05  filler                       pic x(1)  value spaces.
           05  jl-invoice-no-out            pic x(8).
           05  filler                       pic x(1)  value spaces.
           05  jl-cust-code-out             pic x(5).
           05  filler                       pic x(2)  value spaces.
           05  jl-before-name-out           pic x(20).
           05  filler                       pic x(1)  value spaces.
           05  jl-before-amount-out         pic $$$,$$9.99-.
           05  filler                       pic x(2)  value spaces.
           05  jl-after-name-out            pic x(20).
           05  filler                       pic x(1)  value spaces.
           05  jl-after-amount-out          pic $$$,$$9.99-.
           05  filler                       pic x(4)  value spaces.
       01  jl-summary-line.
           05  filler                       pic x(5)  value spaces.
           05  filler                       pic x(16) value
                'ENTRIES PRINTED'.
           05  filler                       pic x(1)  value spaces.
           05  jl-printed-count-out         pic zz,zz9.
           05  filler                       pic x(97) value spaces.

       procedure division.
       0000-print-change-journal.
           move jr-run-id to jl-run-id-out
           move jr-time to jl-time-out
           move jr-trans-code to jl-trans-code-out
           move jr-operator-id to jl-operator-id-out
           move jr-approver-id to jl-approver-id-out
           move img-rep-code to jl-rep-code-out
           move img-sale-date to jl-sale-date-out
           move img-invoice-no to jl-invoice-no-out
           move img-cust-code to jl-cust-code-out
           move jr-before-image to ws-image-area
           if jr-before-image = spaces
