       identification division.
         program-id. salcgen.
      *
      * 2026-10-15  new program.  generates the month's add
      *             transactions for the recurring sales contracts on
      *             contmast.dat and appends them to salestrn.txt in
      *             the branch transaction layout, so they are edited
      *             by saledit and posted by salmaint like any other
      *             sale.  the billing month is passed as yyyymm on
      *             the command line and defaults to the run month.
      *             an active contract in force on its billing day is
      *             billed its monthly amount, dated on the billing
      *             day (the last day of a shorter month), under
      *             operator SALCGEN and an invoice number made of the
      *             contract code and the contract's bill count.
      *             saledit checks SALCGEN like any keying operator,
      *             so oprauth.txt must carry it active, for branch
      *             ***, allowed code A, with a transaction limit at
      *             least the largest monthly contract amount; without
      *             the entry every generated sale is rejected, and a
      *             bill over the limit is held for approval.  the
      *             month billed is kept on the contract, so a contract
      *             already generated for the month is skipped when
      *             the program is run again.  a suspended contract,
      *             one not yet started or a bill date in a period
      *             closed on fiscal.txt is skipped too.  a transaction
      *             that cannot be written leaves its contract unbilled
      *             and sets return code 16; a contract that cannot be
      *             marked billed once its transaction is written stops
      *             the run (return code 16), naming the invoice to take
      *             back off salestrn.txt.  a register of generated and
      *             skipped contracts is printed to salcgen.rpt, with
      *             contracts ending within 60 days of the run date
      *             flagged for renewal.
      *
       environment division.
       configuration section.
       input-output section.
       file-control.
           select contract-master-file assign to 'contmast.dat'
               organization is indexed
               access mode is dynamic
               record key is ctm-contract-no
               file status is ws-contmst-file-status.
           select cust-master-file assign to 'custmast.dat'
               organization is indexed
               access mode is dynamic
               record key is cst-cust-code
               file status is ws-custmst-file-status.
           select fiscal-calendar-file assign to 'fiscal.txt'
               organization is line sequential
               file status is ws-fiscal-file-status.
           select transaction-file assign to 'salestrn.txt'
               organization is line sequential
               file status is ws-trans-file-status.
           select generate-report-file assign to 'salcgen.rpt'
               organization is line sequential.
       data division.
       file section.
       fd  contract-master-file.
       01  contract-master-record.
           05  ctm-contract-no              pic x(5).
           05  ctm-cust-code                pic x(5).
           05  ctm-rep-code                 pic x(5).
           05  ctm-branch-code              pic x(3).
           05  ctm-monthly-amount           pic 9(5)v99.
           05  ctm-billing-day              pic 9(2).
           05  ctm-start-date               pic 9(8).
           05  ctm-end-date                 pic 9(8).
           05  ctm-end-date-x redefines ctm-end-date.
               10  ctm-end-yyyy             pic 9(4).
               10  ctm-end-mm               pic 9(2).
               10  ctm-end-dd               pic 9(2).
           05  ctm-status                   pic x(1).
           05  ctm-last-billed-yyyymm       pic 9(6).
           05  ctm-bill-count               pic 9(3).
       fd  cust-master-file.
       01  cust-master-record.
           05  cst-cust-code                pic x(5).
           05  cst-cust-name                pic x(20).
           05  cst-branch-code              pic x(3).
           05  cst-active-flag              pic x(1).
           05  cst-tax-exempt-flag          pic x(1).
           05  cst-exempt-cert-no           pic x(15).
       fd  fiscal-calendar-file.
       01  fiscal-calendar-record.
           05  fcl-fiscal-year              pic 9(4).
           05  fcl-period-no                pic 9(2).
           05  fcl-period-start             pic 9(8).
           05  fcl-period-end               pic 9(8).
           05  fcl-period-weeks             pic 9(1).
           05  fcl-period-status            pic x(1).
           05  fcl-closed-date              pic 9(8).
       fd  transaction-file.
       01  trans-record.
           05  trn-trans-code               pic x(1).
           05  trn-rep-code                 pic x(5).
           05  trn-sale-date                pic 9(8).
           05  trn-invoice-no               pic x(8).
           05  trn-cust-code                pic x(5).
           05  trn-name                     pic x(20).
           05  trn-amount                   pic 9(5)v99.
           05  trn-orig-invoice-no          pic x(8).
           05  trn-operator-id              pic x(8).
           05  trn-approver-id              pic x(8).
       fd  generate-report-file.
       01  out-generate-record              pic x(132).

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
           05  ws-contmst-file-status       pic x(2)  value '00'.
           05  ws-custmst-file-status       pic x(2)  value '00'.
           05  ws-fiscal-file-status        pic x(2)  value '00'.
           05  ws-trans-file-status         pic x(2)  value '00'.
           05  ws-custmst-open-switch       pic x(1)  value 'N'.
               88  ws-custmst-open          value 'Y'.
           05  ws-fiscal-more-switch        pic x(1)  value 'Y'.
               88  ws-fiscal-no-more        value 'N'.
           05  ws-billing-parm              pic x(6)  value spaces.
           05  ws-billing-yyyymm            pic 9(6)  value 0.
           05  ws-billing-yyyymm-x redefines ws-billing-yyyymm.
               10  ws-billing-yyyy          pic 9(4).
               10  ws-billing-mm            pic 9(2).
           05  ws-month-start-date          pic 9(8)  value 0.
           05  ws-bill-date                 pic 9(8)  value 0.
           05  ws-bill-date-x redefines ws-bill-date.
               10  ws-bill-yyyymm           pic 9(6).
               10  ws-bill-dd               pic 9(2).
           05  ws-invoice-no.
               10  ws-invoice-contract      pic x(5).
               10  ws-invoice-count         pic 9(3).
           05  ws-work-yyyy                 pic 9(4)  value 0.
           05  ws-work-mm                   pic 9(2)  value 0.
           05  ws-days-in-month             pic 9(2)  value 0.
           05  ws-leap-quotient             pic 9(4)  value 0.
           05  ws-leap-remainder            pic 9(2)  value 0.
           05  ws-today-ccyymmdd            pic 9(8)  value 0.
           05  ws-today-x redefines ws-today-ccyymmdd.
               10  ws-today-yyyy            pic 9(4).
               10  ws-today-mm              pic 9(2).
               10  ws-today-dd              pic 9(2).
           05  ws-today-day-number          pic 9(7)  value 0.
           05  ws-end-day-number            pic 9(7)  value 0.
           05  ws-days-to-expiry            pic s9(7) value 0.
           05  ws-renewal-days              pic 9(3)  value 60.
           05  ws-expiring-switch           pic x(1)  value 'N'.
               88  ws-contract-expiring     value 'Y'.
           05  ws-skip-reason               pic x(30) value spaces.
           05  ws-cls-count                 pic 9(3)  value 0.
           05  ws-cls-table-max             pic 9(3)  value 200.
           05  ws-cls-overflow-switch       pic x(1)  value 'N'.
               88  ws-cls-overflow          value 'Y'.
           05  ws-closed-period-switch      pic x(1)  value 'N'.
               88  ws-bill-in-closed-period value 'Y'.
           05  ws-line-count                pic 9(3)  value 0.
           05  ws-lines-per-page            pic 9(3)  value 55.
           05  ws-page-number               pic 9(3)  value 0.
           05  ws-read-count                pic 9(5)  value 0.
           05  ws-generated-count           pic 9(5)  value 0.
           05  ws-generated-amount          pic 9(7)v99 value 0.
           05  ws-skipped-count             pic 9(5)  value 0.
           05  ws-ended-count               pic 9(5)  value 0.
           05  ws-expiring-count            pic 9(5)  value 0.
       01  ws-cls-table.
           05  ws-cls-entry occurs 200 times indexed by ws-cls-idx.
               10  ws-cls-tbl-start         pic 9(8).
               10  ws-cls-tbl-end           pic 9(8).
       01  cg-heading-1.
           05  filler                       pic x(10) value spaces.
           05  filler                       pic x(40)
                value 'CONTRACT BILLING GENERATION REGISTER'.
           05  filler                       pic x(14)
                value 'BILLING MONTH '.
           05  cg-billing-month-out         pic 9(6).
           05  filler                       pic x(5)  value spaces.
           05  filler                       pic x(9)
                value 'RUN DATE '.
           05  cg-date-out.
               10  cg-mo-out                pic 99.
               10  filler                   pic x value '/'.
               10  cg-day-out               pic 99.
               10  filler                   pic x value '/'.
               10  cg-yr-out                pic 99.
           05  filler                       pic x(5)  value spaces.
           05  filler                       pic x(5)  value 'PAGE '.
           05  cg-page-out                  pic zz9.
           05  filler                       pic x(27) value spaces.
       01  cg-column-line.
           05  filler                       pic x(3)  value spaces.
           05  filler                       pic x(7)  value 'CONTR'.
           05  filler                       pic x(7)  value 'CUST'.
           05  filler                       pic x(7)  value 'REP'.
           05  filler                       pic x(22)
                value 'CUSTOMER NAME'.
           05  filler                       pic x(10) value 'BILL DATE'.
           05  filler                       pic x(10) value 'INVOICE'.
           05  filler                       pic x(12)
                value '    AMOUNT'.
           05  filler                       pic x(10) value 'END DATE'.
           05  filler                       pic x(32) value 'RESULT'.
           05  filler                       pic x(12) value 'RENEWAL'.
       01  cg-detail-line.
           05  filler                       pic x(3)  value spaces.
           05  cg-contract-no-out           pic x(5).
           05  filler                       pic x(2)  value spaces.
           05  cg-cust-code-out             pic x(5).
           05  filler                       pic x(2)  value spaces.
           05  cg-rep-code-out              pic x(5).
           05  filler                       pic x(2)  value spaces.
           05  cg-cust-name-out             pic x(20).
           05  filler                       pic x(2)  value spaces.
           05  cg-bill-date-out             pic x(8).
           05  filler                       pic x(2)  value spaces.
           05  cg-invoice-no-out            pic x(8).
           05  filler                       pic x(2)  value spaces.
           05  cg-amount-out                pic zz,zz9.99-.
           05  filler                       pic x(2)  value spaces.
           05  cg-end-date-out              pic 9(8).
           05  filler                       pic x(2)  value spaces.
           05  cg-result-out                pic x(30).
           05  filler                       pic x(2)  value spaces.
           05  cg-renewal-out               pic x(12).
       01  cg-total-line.
           05  filler                       pic x(3)  value spaces.
           05  cg-total-label-out           pic x(40).
           05  cg-total-count-out           pic zz,zz9.
           05  filler                       pic x(3)  value spaces.
           05  cg-total-amount-out          pic $$,$$$,$$9.99
                                            blank when zero.
           05  filler                       pic x(67) value spaces.

       procedure division.
       0000-generate-contract-billing.
           perform 0100-initialize-program
           perform 0500-read-contract-record
           perform 0200-process-contract
               until no-more-records
           perform 0900-terminate-program
           stop run.

       0100-initialize-program.
           accept ws-date from date
           move 20 to ws-today-ccyymmdd(1:2)
           move ws-date to ws-today-ccyymmdd(3:6)
           compute ws-today-day-number =
               (ws-today-yyyy * 365)
               + (ws-today-mm * 30)
               + ws-today-dd
           perform 0110-set-billing-month
           open i-o contract-master-file
           if ws-contmst-file-status not = '00'
               display 'CONTRACT MASTER FILE NOT AVAILABLE - '
                   'contmast.dat'
               move 16 to return-code
               stop run
           end-if
           open input cust-master-file
           if ws-custmst-file-status = '00'
               move 'Y' to ws-custmst-open-switch
           else
               display 'CUSTOMER MASTER FILE NOT AVAILABLE - '
                   'NAMES TAKEN FROM THE CONTRACT CODE'
           end-if
           perform 0140-load-closed-periods
           open extend transaction-file
           if ws-trans-file-status = '35'
               open output transaction-file
           end-if
           open output generate-report-file
           perform 0400-print-headings.

      *    a billing month that is not a real yyyymm bills nothing.
       0110-set-billing-month.
           accept ws-billing-parm from command-line
           if ws-billing-parm = spaces
               move ws-today-ccyymmdd(1:6) to ws-billing-yyyymm
           else
               if ws-billing-parm is numeric
                   move ws-billing-parm to ws-billing-yyyymm
               else
                   move 0 to ws-billing-yyyymm
               end-if
               if ws-billing-yyyy < 1990 or ws-billing-yyyy > 2099
                       or ws-billing-mm < 1 or ws-billing-mm > 12
                   display 'SALCGEN - BILLING MONTH ' ws-billing-parm
                       ' INVALID - RUN ABANDONED, GIVE yyyymm'
                   move 16 to return-code
                   stop run
               end-if
           end-if
           compute ws-month-start-date = ws-billing-yyyymm * 100 + 1
           move ws-billing-yyyy to ws-work-yyyy
           move ws-billing-mm to ws-work-mm
           perform 0710-set-days-in-month.

      *    only the closed periods are kept, as saledit keeps them; a
      *    partial table would let a bill into a closed period, so an
      *    overflow stops the run.  with no calendar nothing is
      *    locked.
       0140-load-closed-periods.
           move 0 to ws-cls-count
           open input fiscal-calendar-file
           if ws-fiscal-file-status not = '00'
               display 'SALCGEN - fiscal.txt NOT AVAILABLE, '
                   'NO PERIOD LOCK APPLIED'
           else
               move 'Y' to ws-fiscal-more-switch
               perform until ws-fiscal-no-more
                   read fiscal-calendar-file
                       at end
                           move 'N' to ws-fiscal-more-switch
                       not at end
                           if fcl-period-status = 'C'
                               if ws-cls-count < ws-cls-table-max
                                   add 1 to ws-cls-count
                                   move fcl-period-start
                                       to ws-cls-tbl-start(ws-cls-count)
                                   move fcl-period-end
                                       to ws-cls-tbl-end(ws-cls-count)
                               else
                                   move 'Y' to ws-cls-overflow-switch
                               end-if
                           end-if
                   end-read
               end-perform
               close fiscal-calendar-file
           end-if
           if ws-cls-overflow
               display 'CLOSED PERIOD TABLE FULL - RUN ABANDONED, '
                   'fiscal.txt HAS TOO MANY ENTRIES'
               move 16 to return-code
               stop run
           end-if.

      *    a contract that ended before the billing month is counted
      *    but not listed, unless it is still inside the renewal
      *    window, so the register does not grow with every
      *    contract ever written.  everything else is listed as
      *    generated or with the reason it was skipped.
       0200-process-contract.
           add 1 to ws-read-count
           perform 0210-check-renewal
           if ctm-end-date < ws-month-start-date
                   and not ws-contract-expiring
               add 1 to ws-ended-count
           else
               perform 0220-set-bill-date
               move spaces to ws-skip-reason
               evaluate true
                   when ctm-status not = 'A'
                       move 'SKIPPED - SUSPENDED' to ws-skip-reason
                   when ctm-last-billed-yyyymm = ws-billing-yyyymm
                       move 'SKIPPED - ALREADY GENERATED'
                           to ws-skip-reason
                   when ctm-last-billed-yyyymm > ws-billing-yyyymm
                       move 'SKIPPED - LATER MONTH BILLED'
                           to ws-skip-reason
                   when ws-bill-date < ctm-start-date
                       move 'SKIPPED - NOT YET STARTED'
                           to ws-skip-reason
                   when ws-bill-date > ctm-end-date
                       move 'SKIPPED - ENDS BEFORE BILL DAY'
                           to ws-skip-reason
                   when ctm-bill-count = 999
                       move 'SKIPPED - BILL COUNT AT 999'
                           to ws-skip-reason
                   when other
                       perform 0230-check-closed-period
                       if ws-bill-in-closed-period
                           move 'SKIPPED - PERIOD CLOSED'
                               to ws-skip-reason
                       end-if
               end-evaluate
               if ws-skip-reason = spaces
                   perform 0240-generate-transaction
               else
                   add 1 to ws-skipped-count
                   move spaces to cg-invoice-no-out
                   move ctm-monthly-amount to cg-amount-out
                   move ws-skip-reason to cg-result-out
                   perform 0300-print-detail-line
               end-if
           end-if
           if not no-more-records
               perform 0500-read-contract-record
           end-if.

      *    calendar-approximate day numbers (365-day years, 30-day
      *    months), as salaging and araging use, are close enough to
      *    say a contract ends within the renewal window.
       0210-check-renewal.
           move 'N' to ws-expiring-switch
           if ctm-end-date not < ws-today-ccyymmdd
               compute ws-end-day-number =
                   (ctm-end-yyyy * 365)
                   + (ctm-end-mm * 30)
                   + ctm-end-dd
               compute ws-days-to-expiry =
                   ws-end-day-number - ws-today-day-number
               if ws-days-to-expiry not > ws-renewal-days
                   move 'Y' to ws-expiring-switch
                   add 1 to ws-expiring-count
               end-if
           end-if.

      *    a billing day past the end of a short month bills on the
      *    month's last day.
       0220-set-bill-date.
           move ws-billing-yyyymm to ws-bill-yyyymm
           if ctm-billing-day > ws-days-in-month
               move ws-days-in-month to ws-bill-dd
           else
               move ctm-billing-day to ws-bill-dd
           end-if.

       0230-check-closed-period.
           move 'N' to ws-closed-period-switch
           perform varying ws-cls-idx from 1 by 1
                   until ws-cls-idx > ws-cls-count
                       or ws-bill-in-closed-period
               if ws-bill-date >= ws-cls-tbl-start(ws-cls-idx)
                       and ws-bill-date <= ws-cls-tbl-end(ws-cls-idx)
                   move 'Y' to ws-closed-period-switch
               end-if
           end-perform.

      *    the invoice number is the contract code followed by the
      *    contract's bill count, so every bill a contract raises has
      *    a number of its own for salmaint, returns and the AR open
      *    items.  the contract is marked with the month only once
      *    its transaction is written; a transaction that cannot be
      *    written leaves the contract as it was.  a contract that
      *    cannot be marked once its transaction is out stops the
      *    run, so the operator can take the transaction back off
      *    salestrn.txt before it is run again.
       0240-generate-transaction.
           add 1 to ctm-bill-count
           move ctm-contract-no to ws-invoice-contract
           move ctm-bill-count to ws-invoice-count
           move spaces to trans-record
           move 'A' to trn-trans-code
           move ctm-rep-code to trn-rep-code
           move ws-bill-date to trn-sale-date
           move ws-invoice-no to trn-invoice-no
           move ctm-cust-code to trn-cust-code
           move cg-cust-name-out to trn-name
           move ctm-monthly-amount to trn-amount
           move 'SALCGEN' to trn-operator-id
           write trans-record
           move ws-invoice-no to cg-invoice-no-out
           move ctm-monthly-amount to cg-amount-out
           if ws-trans-file-status not = '00'
               display 'SALCGEN - TRANSACTION WRITE FAILED, STATUS '
                   ws-trans-file-status ' CONTRACT ' ctm-contract-no
               subtract 1 from ctm-bill-count
               move 'WRITE FAILED - NOT GENERATED' to cg-result-out
               perform 0300-print-detail-line
               move 16 to return-code
           else
               move ws-billing-yyyymm to ctm-last-billed-yyyymm
               rewrite contract-master-record
                   invalid key
                       display 'SALCGEN - REWRITE FAILED FOR CONTRACT '
                           ctm-contract-no ' - RUN STOPPED'
                       display 'SALCGEN - REMOVE INVOICE '
                           ws-invoice-no ' FROM salestrn.txt BEFORE '
                           'RERUNNING'
                       move 'REWRITE FAILED - RUN STOPPED'
                           to cg-result-out
                       move 16 to return-code
                       move 'no' to are-there-more-records
                   not invalid key
                       add 1 to ws-generated-count
                       add ctm-monthly-amount to ws-generated-amount
                       move 'GENERATED' to cg-result-out
               end-rewrite
               perform 0300-print-detail-line
           end-if.

       0300-print-detail-line.
           if ws-line-count not < ws-lines-per-page
               perform 0400-print-headings
           end-if
           move ctm-contract-no to cg-contract-no-out
           move ctm-cust-code to cg-cust-code-out
           move ctm-rep-code to cg-rep-code-out
           move ws-bill-date to cg-bill-date-out
           move ctm-end-date to cg-end-date-out
           if ws-contract-expiring
               move 'RENEWAL DUE' to cg-renewal-out
           else
               move spaces to cg-renewal-out
           end-if
           move cg-detail-line to out-generate-record
           write out-generate-record
               after advancing 1 line
           add 1 to ws-line-count.

       0400-print-headings.
           add 1 to ws-page-number
           move ws-billing-yyyymm to cg-billing-month-out
           move ws-mo-date to cg-mo-out
           move ws-day-date to cg-day-out
           move ws-yr-date to cg-yr-out
           move ws-page-number to cg-page-out
           move cg-heading-1 to out-generate-record
           write out-generate-record
               after advancing page
           move cg-column-line to out-generate-record
           write out-generate-record
               after advancing 2 lines
           move 3 to ws-line-count.

      *    the customer name goes on the transaction and the register.
       0500-read-contract-record.
           read contract-master-file next record
               at end
                   move 'no' to are-there-more-records
               not at end
                   perform 0510-lookup-cust-name
           end-read.

       0510-lookup-cust-name.
           move spaces to cg-cust-name-out
           string 'CONTRACT ' ctm-contract-no
               delimited by size into cg-cust-name-out
           end-string
           if ws-custmst-open
               move ctm-cust-code to cst-cust-code
               read cust-master-file
                   invalid key
                       continue
                   not invalid key
                       move cst-cust-name to cg-cust-name-out
               end-read
           end-if.

       0710-set-days-in-month.
           evaluate ws-work-mm
               when 01
               when 03
               when 05
               when 07
               when 08
               when 10
               when 12
                   move 31 to ws-days-in-month
               when 04
               when 06
               when 09
               when 11
                   move 30 to ws-days-in-month
               when other
                   divide ws-work-yyyy by 4
                       giving ws-leap-quotient
                       remainder ws-leap-remainder
                   if ws-leap-remainder = 0
                       move 29 to ws-days-in-month
                   else
                       move 28 to ws-days-in-month
                   end-if
           end-evaluate.

       0900-terminate-program.
           move 'CONTRACTS READ' to cg-total-label-out
           move ws-read-count to cg-total-count-out
           move 0 to cg-total-amount-out
           move cg-total-line to out-generate-record
           write out-generate-record
               after advancing 2 lines
           move 'TRANSACTIONS GENERATED' to cg-total-label-out
           move ws-generated-count to cg-total-count-out
           move ws-generated-amount to cg-total-amount-out
           move cg-total-line to out-generate-record
           write out-generate-record
               after advancing 1 line
           move 0 to cg-total-amount-out
           move 'CONTRACTS SKIPPED' to cg-total-label-out
           move ws-skipped-count to cg-total-count-out
           move cg-total-line to out-generate-record
           write out-generate-record
               after advancing 1 line
           move 'CONTRACTS ENDED, NOT LISTED'
               to cg-total-label-out
           move ws-ended-count to cg-total-count-out
           move cg-total-line to out-generate-record
           write out-generate-record
               after advancing 1 line
           move 'CONTRACTS ENDING WITHIN 60 DAYS'
               to cg-total-label-out
           move ws-expiring-count to cg-total-count-out
           move cg-total-line to out-generate-record
           write out-generate-record
               after advancing 1 line
           if ws-custmst-open
               close cust-master-file
           end-if
           close contract-master-file
                 transaction-file
                 generate-report-file.
