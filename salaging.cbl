       identification division.
         program-id. salaging.
      *
      * 2026-10-15  the amount in the suspended sales record is now
      *             signed, a return being carried negative; the
      *             detail line prints it with a trailing minus.
      * 2026-10-15  the suspense record's sales data grows from 52 to
      *             64 bytes with the sales.txt record it carries - an
      *             invoice number after the sale date and the amounts
      *             widened to 9(5)v99.  the detail line prints the
      *             invoice number.
      * 2026-09-02  the suspense record's sales data grows from 42 to
      *             52 bytes with the sales.txt record it carries - a
      *             prior-amount field added for net-change extract
               10  susp-branch-code         pic x(3).
               10  susp-rep-code            pic x(5).
               10  susp-sale-date           pic x(8).
               10  susp-invoice-no          pic x(8).
               10  susp-cust-code           pic x(5).
               10  susp-name                pic x(20).
               10  susp-amount              pic s9(5)v99.
               10  susp-prior-amount        pic x(7).
       fd  aging-report-file.
       01  out-aging-record                 pic x(133).

           05  filler                       pic x(5)  value spaces.
           05  filler                       pic x(3)  value 'ST'.
           05  filler                       pic x(7)  value 'REP'.
           05  filler                       pic x(10) value 'INVOICE'.
           05  filler                       pic x(22) value 'NAME'.
           05  filler                       pic x(11) value
                '    AMOUNT '.
           05  filler                       pic x(32) value 'REASON'.
           05  filler                       pic x(10) value 'REJECTED'.
           05  filler                       pic x(5)  value ' DAYS'.
           05  filler                       pic x(28) value spaces.
       01  ag-detail-line.
           05  filler                       pic x(5)  value spaces.
           05  ag-status-out                pic x(1).
           05  filler                       pic x(2)  value spaces.
           05  ag-rep-code-out              pic x(5).
           05  filler                       pic x(2)  value spaces.
           05  ag-invoice-no-out            pic x(8).
           05  filler                       pic x(2)  value spaces.
           05  ag-name-out                  pic x(20).
           05  filler                       pic x(2)  value spaces.
           05  ag-amount-out                pic $$$,$$9.99-.
           05  filler                       pic x(1)  value spaces.
           05  ag-reason-out                pic x(30).
           05  filler                       pic x(2)  value spaces.
           05  ag-rejected-out              pic 9(8).
           05  filler                       pic x(1)  value spaces.
           05  ag-days-out                  pic zz,zz9.
           05  filler                       pic x(27) value spaces.
       01  ag-bucket-line.
           05  filler                       pic x(5)  value spaces.
           05  filler                       pic x(14) value
           end-evaluate
           move susp-status to ag-status-out
           move susp-rep-code to ag-rep-code-out
           move susp-invoice-no to ag-invoice-no-out
           move susp-name to ag-name-out
           if susp-amount numeric
               move susp-amount to ag-amount-out
