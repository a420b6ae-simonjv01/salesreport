       identification division.
         program-id. araging.
      *
      * 2026-10-15  new program.  ages the open items on aropen.dat
      *             into current, 31-60, 61-90 and over-90-day buckets
      *             by item date, one line per customer with an open
      *             balance in customer code order off the indexed
      *             custmast.dat, followed by bucket totals for each
      *             branch and for the company, printed to araging.rpt.
      *             items are aged as of the end of the earliest period
      *             still open on the fiscal.txt calendar, or as of
      *             today when no period is open.  credit memos and
      *             unapplied payments age with the other items and
      *             reduce the bucket they fall in.
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
           select ar-open-file assign to 'aropen.dat'
               organization is indexed
               access mode is dynamic
               record key is aro-key
               file status is ws-aropen-file-status.
           select aging-report-file assign to 'araging.rpt'
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
       fd  ar-open-file.
       01  ar-open-record.
           05  aro-key.
               10  aro-cust-code            pic x(5).
               10  aro-invoice-no           pic x(8).
           05  aro-item-type                pic x(1).
           05  aro-rep-code                 pic x(5).
           05  aro-branch-code              pic x(3).
           05  aro-item-date                pic 9(8).
           05  aro-item-date-x redefines aro-item-date.
               10  aro-item-yyyy            pic 9(4).
               10  aro-item-mm              pic 9(2).
               10  aro-item-dd              pic 9(2).
           05  aro-orig-invoice-no          pic x(8).
           05  aro-original-amount          pic s9(7)v99.
           05  aro-paid-amount              pic s9(7)v99.
           05  aro-balance                  pic s9(7)v99.
           05  aro-last-activity-date       pic 9(8).
           05  aro-status                   pic x(1).
       fd  aging-report-file.
       01  out-aging-record                 pic x(133).

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
           05  ws-aropen-file-status        pic x(2)  value '00'.
           05  ws-period-switch             pic x(1)  value 'N'.
               88  ws-period-active         value 'Y'.
           05  ws-period-from               pic 9(8)  value 0.
           05  ws-period-to                 pic 9(8)  value 0.
           05  ws-as-of-ccyymmdd            pic 9(8)  value 0.
           05  ws-as-of-x redefines ws-as-of-ccyymmdd.
               10  ws-as-of-yyyy            pic 9(4).
               10  ws-as-of-mm              pic 9(2).
               10  ws-as-of-dd              pic 9(2).
           05  ws-as-of-day-number          pic 9(7)  value 0.
           05  ws-item-day-number           pic 9(7)  value 0.
           05  ws-days-outstanding          pic s9(5) value 0.
           05  ws-item-more-switch          pic x(1)  value 'Y'.
               88  ws-item-no-more          value 'N'.
           05  ws-branch-count              pic 9(3)  value 0.
           05  ws-branch-table-max          pic 9(3)  value 100.
           05  ws-branch-found-switch       pic x(1)  value 'N'.
               88  ws-branch-found          value 'Y'.
           05  ws-branch-overflow-switch    pic x(1)  value 'N'.
               88  ws-branch-overflow       value 'Y'.
           05  ws-customer-count            pic 9(5)  value 0.
           05  ws-item-count                pic 9(5)  value 0.
           05  ws-sub1                      pic 9(3)  value 0.
           05  ws-bucket-sub                pic 9(1)  value 0.
       01  ws-cust-buckets.
           05  ws-cust-bucket               pic s9(9)v99
                                            occurs 5 times.
       01  ws-company-buckets.
           05  ws-company-bucket            pic s9(9)v99
                                            occurs 5 times.
       01  ws-branch-table.
           05  ws-branch-entry occurs 100 times
                   indexed by ws-brn-idx.
               10  ws-brn-code              pic x(3).
               10  ws-brn-bucket            pic s9(9)v99
                                            occurs 5 times.
       01  ra-heading-1.
           05  filler                       pic x(5)  value spaces.
           05  filler                       pic x(33)
                value 'ACCOUNTS RECEIVABLE AGING REPORT'.
           05  filler                       pic x(9)
                value 'RUN DATE '.
           05  ra-date-out.
               10  ra-mo-out                pic 99.
               10  filler                   pic x value '/'.
               10  ra-day-out               pic 99.
               10  filler                   pic x value '/'.
               10  ra-yr-out                pic 99.
           05  filler                       pic x(5)  value spaces.
           05  filler                       pic x(6)  value 'AS OF '.
           05  ra-as-of-out                 pic 9(8).
           05  filler                       pic x(59) value spaces.
       01  ra-column-line.
           05  filler                       pic x(2)  value spaces.
           05  filler                       pic x(7)  value 'CUST'.
           05  filler                       pic x(22) value 'NAME'.
           05  filler                       pic x(5)  value 'BR'.
           05  filler                       pic x(17) value
                '        CURRENT  '.
           05  filler                       pic x(17) value
                '     31-60 DAYS  '.
           05  filler                       pic x(17) value
                '     61-90 DAYS  '.
           05  filler                       pic x(17) value
                '   OVER 90 DAYS  '.
           05  filler                       pic x(17) value
                '  TOTAL BALANCE  '.
           05  filler                       pic x(12) value spaces.
       01  ra-detail-line.
           05  filler                       pic x(2)  value spaces.
           05  ra-cust-code-out             pic x(5).
           05  filler                       pic x(2)  value spaces.
           05  ra-cust-name-out             pic x(20).
           05  filler                       pic x(2)  value spaces.
           05  ra-branch-out                pic x(3).
           05  filler                       pic x(2)  value spaces.
           05  ra-bucket-area               occurs 5 times.
               10  ra-bucket-out            pic $$$,$$$,$$9.99-.
               10  filler                   pic x(2)  value spaces.
           05  filler                       pic x(12) value spaces.
       01  ra-total-line.
           05  filler                       pic x(2)  value spaces.
           05  ra-total-label-out           pic x(29).
           05  ra-total-branch-out          pic x(3).
           05  filler                       pic x(2)  value spaces.
           05  ra-total-bucket-area         occurs 5 times.
               10  ra-total-bucket-out      pic $$$,$$$,$$9.99-.
               10  filler                   pic x(2)  value spaces.
           05  filler                       pic x(12) value spaces.
       01  ra-summary-line.
           05  filler                       pic x(2)  value spaces.
           05  filler                       pic x(22)
                value 'CUSTOMERS WITH BALANCE'.
           05  ra-customer-count-out        pic zz,zz9.
           05  filler                       pic x(5)  value spaces.
           05  filler                       pic x(11)
                value 'OPEN ITEMS '.
           05  ra-item-count-out            pic zz,zz9.
           05  filler                       pic x(81) value spaces.

       procedure division.
       0000-produce-ar-aging.
           perform 0100-initialize-program
           perform 0200-process-customer
               until no-more-records
           perform 0800-print-branch-totals
           perform 0900-terminate-program
           stop run.

       0100-initialize-program.
           accept ws-date from date
           perform 0110-set-as-of-date
           open input ar-open-file
           if ws-aropen-file-status not = '00'
               display 'OPEN ITEM FILE NOT AVAILABLE - aropen.dat'
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
           perform varying ws-bucket-sub from 1 by 1
                   until ws-bucket-sub > 5
               move 0 to ws-company-bucket(ws-bucket-sub)
           end-perform
           open output aging-report-file
           perform 0400-print-headings
           perform 0500-read-cust-record.

      *    the aging runs as of the end of the reporting period - the
      *    earliest period still open on the fiscal.txt calendar, the
      *    one arstmt prints - so it ties to the statements; with no
      *    open period it runs as of today.
       0110-set-as-of-date.
           move 20 to ws-as-of-ccyymmdd(1:2)
           move ws-date to ws-as-of-ccyymmdd(3:6)
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
           if ws-period-active
               move ws-period-to to ws-as-of-ccyymmdd
           end-if
           compute ws-as-of-day-number =
               (ws-as-of-yyyy * 365)
               + (ws-as-of-mm * 30)
               + ws-as-of-dd.

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

       0200-process-customer.
           perform varying ws-bucket-sub from 1 by 1
                   until ws-bucket-sub > 5
               move 0 to ws-cust-bucket(ws-bucket-sub)
           end-perform
           perform 0210-age-customer-items
           if ws-cust-bucket(5) not = 0
               add 1 to ws-customer-count
               perform 0300-print-customer-line
               perform 0310-add-to-branch-totals
           end-if
           perform 0500-read-cust-record.

       0210-age-customer-items.
           move cst-cust-code to aro-cust-code
           move low-values to aro-invoice-no
           move 'Y' to ws-item-more-switch
           start ar-open-file key is not less than aro-key
               invalid key
                   move 'N' to ws-item-more-switch
           end-start
           perform until ws-item-no-more
               read ar-open-file next record
                   at end
                       move 'N' to ws-item-more-switch
                   not at end
                       if aro-cust-code not = cst-cust-code
                           move 'N' to ws-item-more-switch
                       else
                           if aro-status = 'O' and aro-balance not = 0
                               perform 0220-age-open-item
                           end-if
                       end-if
               end-read
           end-perform.

      *    calendar-approximate day numbers (365-day years, 30-day
      *    months), as salaging uses, are close enough to place an
      *    item in a 30-day bucket.  bucket 5 is the customer total.
       0220-age-open-item.
           add 1 to ws-item-count
           compute ws-item-day-number =
               (aro-item-yyyy * 365)
               + (aro-item-mm * 30)
               + aro-item-dd
           compute ws-days-outstanding =
               ws-as-of-day-number - ws-item-day-number
           evaluate true
               when ws-days-outstanding <= 30
                   move 1 to ws-bucket-sub
               when ws-days-outstanding <= 60
                   move 2 to ws-bucket-sub
               when ws-days-outstanding <= 90
                   move 3 to ws-bucket-sub
               when other
                   move 4 to ws-bucket-sub
           end-evaluate
           add aro-balance to ws-cust-bucket(ws-bucket-sub)
           add aro-balance to ws-cust-bucket(5).

       0300-print-customer-line.
           move cst-cust-code to ra-cust-code-out
           move cst-cust-name to ra-cust-name-out
           move cst-branch-code to ra-branch-out
           perform varying ws-bucket-sub from 1 by 1
                   until ws-bucket-sub > 5
               move ws-cust-bucket(ws-bucket-sub)
                   to ra-bucket-out(ws-bucket-sub)
               add ws-cust-bucket(ws-bucket-sub)
                   to ws-company-bucket(ws-bucket-sub)
           end-perform
           move ra-detail-line to out-aging-record
           write out-aging-record
               after advancing 1 line.

      *    customers are totalled into the branch on the customer
      *    master.  a branch table too small for the file is flagged
      *    on the report; the company total still includes them.
       0310-add-to-branch-totals.
           move 'N' to ws-branch-found-switch
           perform varying ws-brn-idx from 1 by 1
                   until ws-brn-idx > ws-branch-count
                       or ws-branch-found
               if ws-brn-code(ws-brn-idx) = cst-branch-code
                   move 'Y' to ws-branch-found-switch
                   perform varying ws-bucket-sub from 1 by 1
                           until ws-bucket-sub > 5
                       add ws-cust-bucket(ws-bucket-sub)
                           to ws-brn-bucket(ws-brn-idx, ws-bucket-sub)
                   end-perform
               end-if
           end-perform
           if not ws-branch-found
               if ws-branch-count < ws-branch-table-max
                   add 1 to ws-branch-count
                   move cst-branch-code to ws-brn-code(ws-branch-count)
                   perform varying ws-bucket-sub from 1 by 1
                           until ws-bucket-sub > 5
                       move ws-cust-bucket(ws-bucket-sub)
                           to ws-brn-bucket(ws-branch-count,
                                            ws-bucket-sub)
                   end-perform
               else
                   move 'Y' to ws-branch-overflow-switch
               end-if
           end-if.

       0400-print-headings.
           move ws-mo-date to ra-mo-out
           move ws-day-date to ra-day-out
           move ws-yr-date to ra-yr-out
           move ws-as-of-ccyymmdd to ra-as-of-out
           move ra-heading-1 to out-aging-record
           write out-aging-record
               after advancing page
           move ra-column-line to out-aging-record
           write out-aging-record
               after advancing 2 lines.

       0500-read-cust-record.
           read cust-master-file next record
               at end
                   move 'no' to are-there-more-records
           end-read.

       0800-print-branch-totals.
           move spaces to out-aging-record
           write out-aging-record
               after advancing 1 line
           perform varying ws-sub1 from 1 by 1
                   until ws-sub1 > ws-branch-count
               move 'BRANCH TOTAL' to ra-total-label-out
               move ws-brn-code(ws-sub1) to ra-total-branch-out
               perform varying ws-bucket-sub from 1 by 1
                       until ws-bucket-sub > 5
                   move ws-brn-bucket(ws-sub1, ws-bucket-sub)
                       to ra-total-bucket-out(ws-bucket-sub)
               end-perform
               move ra-total-line to out-aging-record
               write out-aging-record
                   after advancing 1 line
           end-perform
           if ws-branch-overflow
               move 'BRANCH TABLE FULL - SOME OMITTED'
                   to ra-total-label-out
               move spaces to ra-total-branch-out
               perform varying ws-bucket-sub from 1 by 1
                       until ws-bucket-sub > 5
                   move 0 to ra-total-bucket-out(ws-bucket-sub)
               end-perform
               move ra-total-line to out-aging-record
               write out-aging-record
                   after advancing 1 line
           end-if
           move 'COMPANY TOTAL' to ra-total-label-out
           move spaces to ra-total-branch-out
           perform varying ws-bucket-sub from 1 by 1
                   until ws-bucket-sub > 5
               move ws-company-bucket(ws-bucket-sub)
                   to ra-total-bucket-out(ws-bucket-sub)
           end-perform
           move ra-total-line to out-aging-record
           write out-aging-record
               after advancing 2 lines.

       0900-terminate-program.
           move ws-customer-count to ra-customer-count-out
           move ws-item-count to ra-item-count-out
           move ra-summary-line to out-aging-record
           write out-aging-record
               after advancing 2 lines
           close cust-master-file
                 ar-open-file
                 aging-report-file.
