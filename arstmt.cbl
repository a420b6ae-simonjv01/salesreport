       identification division.
         program-id. arstmt.
      *
      * 2026-10-15  new program.  prints the monthly customer
      *             statements to arstmt.rpt for the reporting period
      *             - the earliest period still open on the fiscal.txt
      *             calendar (no open period refuses the run, return
      *             code 16) - one statement per customer in customer
      *             code order off the indexed custmast.dat, each
      *             starting a page of its own and carried on to
      *             continuation pages under the same headings.  each
      *             statement is built from the customer's entries on
      *             the arhist.dat receivables activity file: the
      *             opening balance is everything dated before the
      *             period, followed by the period's invoices, credit
      *             memos, adjustments and payments, the total charges
      *             and payments, and the closing balance.  a customer
      *             with no opening balance and no activity in the
      *             period gets no statement.
      *
       environment division.
       configuration section.
       input-output section.
       file-control.
           select fiscal-calendar-file assign to 'fiscal.txt'
               organization is line sequential
               file status is ws-fiscal-file-status.
           select cust-master-file assign to 'custmast.dat'
               organization is indexed
               access mode is dynamic
               record key is cst-cust-code
               file status is ws-custmst-file-status.
           select ar-history-file assign to 'arhist.dat'
               organization is indexed
               access mode is dynamic
               record key is arh-key
               file status is ws-arhist-file-status.
           select statement-file assign to 'arstmt.rpt'
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
       fd  cust-master-file.
       01  cust-master-record.
           05  cst-cust-code                pic x(5).
           05  cst-cust-name                pic x(20).
           05  cst-branch-code              pic x(3).
           05  cst-active-flag              pic x(1).
           05  cst-tax-exempt-flag          pic x(1).
           05  cst-exempt-cert-no           pic x(15).
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
       fd  statement-file.
       01  out-statement-record             pic x(100).

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
           05  ws-fiscal-file-status        pic x(2)  value '00'.
           05  ws-fiscal-more-switch        pic x(1)  value 'Y'.
               88  ws-fiscal-no-more        value 'N'.
           05  ws-custmst-file-status       pic x(2)  value '00'.
           05  ws-arhist-file-status        pic x(2)  value '00'.
           05  ws-period-switch             pic x(1)  value 'N'.
               88  ws-period-active         value 'Y'.
           05  ws-period-from               pic 9(8)  value 0.
           05  ws-period-to                 pic 9(8)  value 0.
           05  ws-hist-more-switch          pic x(1)  value 'Y'.
               88  ws-hist-no-more          value 'N'.
           05  ws-print-detail-switch       pic x(1)  value 'N'.
               88  ws-print-detail          value 'Y'.
           05  ws-opening-balance           pic s9(9)v99 value 0.
           05  ws-period-charges            pic s9(9)v99 value 0.
           05  ws-period-payments           pic s9(9)v99 value 0.
           05  ws-closing-balance           pic s9(9)v99 value 0.
           05  ws-period-entry-count        pic 9(5)  value 0.
           05  ws-statement-count           pic 9(5)  value 0.
           05  ws-customer-count            pic 9(5)  value 0.
           05  ws-page-number               pic 9(3)  value 0.
           05  ws-line-count                pic 9(3)  value 0.
           05  ws-lines-per-page            pic 9(3)  value 55.
       01  st-heading-1.
           05  filler                       pic x(10) value spaces.
           05  filler                       pic x(38)
                value 'CUSTOMER STATEMENT OF ACCOUNT'.
           05  filler                       pic x(9)
                value 'RUN DATE '.
           05  st-date-out.
               10  st-mo-out                pic 99.
               10  filler                   pic x value '/'.
               10  st-day-out               pic 99.
               10  filler                   pic x value '/'.
               10  st-yr-out                pic 99.
           05  filler                       pic x(5)  value spaces.
           05  filler                       pic x(5)  value 'PAGE '.
           05  st-page-out                  pic zz9.
           05  filler                       pic x(22) value spaces.
       01  st-period-line.
           05  filler                       pic x(10) value spaces.
           05  filler                       pic x(17)
                value 'STATEMENT PERIOD '.
           05  st-period-from-out           pic 9(8).
           05  filler                       pic x(6)  value ' THRU '.
           05  st-period-to-out             pic 9(8).
           05  filler                       pic x(51) value spaces.
       01  st-customer-line.
           05  filler                       pic x(10) value spaces.
           05  filler                       pic x(9)  value 'CUSTOMER '.
           05  st-cust-code-out             pic x(5).
           05  filler                       pic x(2)  value spaces.
           05  st-cust-name-out             pic x(20).
           05  filler                       pic x(2)  value spaces.
           05  filler                       pic x(7)  value 'BRANCH '.
           05  st-branch-out                pic x(3).
           05  filler                       pic x(42) value spaces.
       01  st-column-line.
           05  filler                       pic x(10) value spaces.
           05  filler                       pic x(10) value 'DATE'.
           05  filler                       pic x(18) value
                'DESCRIPTION'.
           05  filler                       pic x(10) value 'INVOICE'.
           05  filler                       pic x(10) value 'REFERENCE'.
           05  filler                       pic x(15) value
                '       CHARGES '.
           05  filler                       pic x(1)  value spaces.
           05  filler                       pic x(15) value
                '      PAYMENTS '.
           05  filler                       pic x(11) value spaces.
       01  st-detail-line.
           05  filler                       pic x(10) value spaces.
           05  st-activity-date-out         pic 9(8).
           05  filler                       pic x(2)  value spaces.
           05  st-description-out           pic x(16).
           05  filler                       pic x(2)  value spaces.
           05  st-document-no-out           pic x(8).
           05  filler                       pic x(2)  value spaces.
           05  st-reference-no-out          pic x(8).
           05  filler                       pic x(2)  value spaces.
           05  st-charge-out                pic $$$,$$$,$$9.99-.
           05  filler                       pic x(1)  value spaces.
           05  st-payment-out               pic $$$,$$$,$$9.99-.
           05  filler                       pic x(11) value spaces.
       01  st-balance-line.
           05  filler                       pic x(10) value spaces.
           05  st-balance-label-out         pic x(48).
           05  st-balance-amount-out        pic $$$,$$$,$$9.99-.
           05  filler                       pic x(27) value spaces.
       01  st-summary-line.
           05  filler                       pic x(10) value spaces.
           05  filler                       pic x(21)
                value 'STATEMENTS PRINTED '.
           05  st-statement-count-out       pic zz,zz9.
           05  filler                       pic x(5)  value spaces.
           05  filler                       pic x(21)
                value 'CUSTOMERS ON MASTER '.
           05  st-customer-count-out        pic zz,zz9.
           05  filler                       pic x(31) value spaces.

       procedure division.
       0000-produce-statements.
           perform 0100-initialize-program
           perform 0200-process-customer
               until no-more-records
           perform 0900-terminate-program
           stop run.

       0100-initialize-program.
           accept ws-date from date
           perform 0110-read-fiscal-calendar
           open input ar-history-file
           if ws-arhist-file-status not = '00'
               display 'RECEIVABLES ACTIVITY FILE NOT AVAILABLE - '
                   'arhist.dat'
               move 16 to return-code
               stop run
           end-if
           open input cust-master-file
           if ws-custmst-file-status not = '00'
               display 'CUSTOMER MASTER FILE NOT AVAILABLE - '
                   'custmast.dat'
               move 16 to return-code
               stop run
           end-if
           open output statement-file
           perform 0500-read-cust-record.

      *    a statement covers one reporting period - the earliest
      *    period still open on the fiscal.txt calendar, the one
      *    salreport, salgl and arcpost work.  with none open the run
      *    is refused.
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
               display 'ARSTMT - NO OPEN STATEMENT PERIOD ON '
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

      *    the customer's activity is read twice: once to total the
      *    opening balance and the period's charges and payments, and
      *    again - only if there is a statement to print - to list the
      *    period's entries under the heading.
       0200-process-customer.
           add 1 to ws-customer-count
           move 0 to ws-opening-balance
           move 0 to ws-period-charges
           move 0 to ws-period-payments
           move 0 to ws-period-entry-count
           move 'N' to ws-print-detail-switch
           perform 0210-scan-customer-activity
           if ws-opening-balance not = 0
                   or ws-period-entry-count > 0
               perform 0300-print-statement
           end-if
           perform 0500-read-cust-record.

       0210-scan-customer-activity.
           move cst-cust-code to arh-cust-code
           move 0 to arh-activity-date
           move low-values to arh-activity-type
           move low-values to arh-document-no
           move low-values to arh-reference-no
           move 'Y' to ws-hist-more-switch
           start ar-history-file key is not less than arh-key
               invalid key
                   move 'N' to ws-hist-more-switch
           end-start
           perform until ws-hist-no-more
               read ar-history-file next record
                   at end
                       move 'N' to ws-hist-more-switch
                   not at end
                       if arh-cust-code not = cst-cust-code
                               or arh-activity-date > ws-period-to
                           move 'N' to ws-hist-more-switch
                       else
                           perform 0220-classify-activity
                       end-if
               end-read
           end-perform.

      *    charges are invoices, credit memos and adjustments, carried
      *    as they move the balance; payments are carried on the
      *    activity file as negative amounts and shown positive.
       0220-classify-activity.
           if arh-activity-date < ws-period-from
               add arh-amount to ws-opening-balance
           else
               add 1 to ws-period-entry-count
               if arh-activity-type = 'P' or 'U'
                   subtract arh-amount from ws-period-payments
               else
                   add arh-amount to ws-period-charges
               end-if
               if ws-print-detail
                   perform 0320-print-detail-line
               end-if
           end-if.

      *    every statement starts a page of its own, so the pages can
      *    be split for mailing; a customer whose entries run past a
      *    page carries on to a continuation page with the same
      *    headings.
       0300-print-statement.
           add 1 to ws-statement-count
           move 0 to ws-page-number
           perform 0310-print-headings
           move 'OPENING BALANCE' to st-balance-label-out
           move ws-opening-balance to st-balance-amount-out
           move st-balance-line to out-statement-record
           write out-statement-record
               after advancing 2 lines
           move st-column-line to out-statement-record
           write out-statement-record
               after advancing 2 lines
           add 4 to ws-line-count
           move 0 to ws-opening-balance
           move 0 to ws-period-charges
           move 0 to ws-period-payments
           move 0 to ws-period-entry-count
           move 'Y' to ws-print-detail-switch
           perform 0210-scan-customer-activity
           compute ws-closing-balance =
               ws-opening-balance + ws-period-charges
               - ws-period-payments
           perform 0315-check-page-overflow
           move 'TOTAL CHARGES' to st-balance-label-out
           move ws-period-charges to st-balance-amount-out
           move st-balance-line to out-statement-record
           write out-statement-record
               after advancing 2 lines
           add 2 to ws-line-count
           perform 0315-check-page-overflow
           move 'TOTAL PAYMENTS' to st-balance-label-out
           move ws-period-payments to st-balance-amount-out
           move st-balance-line to out-statement-record
           write out-statement-record
               after advancing 1 line
           add 1 to ws-line-count
           perform 0315-check-page-overflow
           move 'CLOSING BALANCE' to st-balance-label-out
           move ws-closing-balance to st-balance-amount-out
           move st-balance-line to out-statement-record
           write out-statement-record
               after advancing 2 lines
           add 2 to ws-line-count.

       0310-print-headings.
           add 1 to ws-page-number
           move ws-mo-date to st-mo-out
           move ws-day-date to st-day-out
           move ws-yr-date to st-yr-out
           move ws-page-number to st-page-out
           move st-heading-1 to out-statement-record
           write out-statement-record
               after advancing page
           move ws-period-from to st-period-from-out
           move ws-period-to to st-period-to-out
           move st-period-line to out-statement-record
           write out-statement-record
               after advancing 1 line
           move cst-cust-code to st-cust-code-out
           move cst-cust-name to st-cust-name-out
           move cst-branch-code to st-branch-out
           move st-customer-line to out-statement-record
           write out-statement-record
               after advancing 2 lines
           move 4 to ws-line-count.

       0315-check-page-overflow.
           if ws-line-count not < ws-lines-per-page
               perform 0310-print-headings
               move st-column-line to out-statement-record
               write out-statement-record
                   after advancing 2 lines
               add 2 to ws-line-count
           end-if.

       0320-print-detail-line.
           perform 0315-check-page-overflow
           move arh-activity-date to st-activity-date-out
           evaluate arh-activity-type
               when 'I'
                   move 'INVOICE' to st-description-out
               when 'R'
                   move 'CREDIT MEMO' to st-description-out
               when 'A'
                   move 'ADJUSTMENT' to st-description-out
               when 'P'
                   move 'PAYMENT' to st-description-out
               when 'U'
                   move 'PAYMENT ON ACCT' to st-description-out
               when other
                   move 'OTHER' to st-description-out
           end-evaluate
           move arh-document-no to st-document-no-out
           move arh-reference-no to st-reference-no-out
           if arh-activity-type = 'P' or 'U'
               move 0 to st-charge-out
               compute st-payment-out = 0 - arh-amount
           else
               move arh-amount to st-charge-out
               move 0 to st-payment-out
           end-if
           move st-detail-line to out-statement-record
           write out-statement-record
               after advancing 1 line
           add 1 to ws-line-count.

       0500-read-cust-record.
           read cust-master-file next record
               at end
                   move 'no' to are-there-more-records
           end-read.

       0900-terminate-program.
           move ws-statement-count to st-statement-count-out
           move ws-customer-count to st-customer-count-out
           move st-summary-line to out-statement-record
           write out-statement-record
               after advancing page
           close cust-master-file
                 ar-history-file
                 statement-file.
