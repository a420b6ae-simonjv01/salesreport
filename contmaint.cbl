       identification division.
         program-id. contmaint.
      *
      * 2026-10-15  new program.  applies add/change/suspend/
      *             reactivate transactions from conttrn.txt to the
      *             contmast.dat recurring sales contract master,
      *             maintained the way custmaint maintains the
      *             customer master.  a contract is keyed on its
      *             contract code, edited to the one-letter-four-digit
      *             format, and carries the customer, the rep, the
      *             branch, the monthly amount, the billing day and
      *             the start and end dates.  the customer and rep
      *             must be on their masters and active, the branch
      *             defaults to the customer's, and the end date may
      *             not be before the start.  an audit register with
      *             reject reasons is printed to contmaint.rpt.  a
      *             change never touches the status - suspending and
      *             resuming billing take an explicit S or R
      *             transaction - nor the billing history salcgen
      *             keeps on the record.  a missing contmast.dat is
      *             created empty on first use.
      *
       environment division.
       configuration section.
       input-output section.
       file-control.
           select contract-trans-file assign to 'conttrn.txt'
               organization is line sequential
               file status is ws-conttrn-file-status.
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
           select rep-master-file assign to 'repmast.dat'
               organization is indexed
               access mode is dynamic
               record key is rpm-rep-code
               file status is ws-repmst-file-status.
           select contract-report-file assign to 'contmaint.rpt'
               organization is line sequential.
       data division.
       file section.
       fd  contract-trans-file.
       01  contract-trans-record.
           05  ctt-trans-code               pic x(1).
           05  ctt-contract-no              pic x(5).
           05  ctt-cust-code                pic x(5).
           05  ctt-rep-code                 pic x(5).
           05  ctt-branch-code              pic x(3).
           05  ctt-monthly-amount           pic 9(5)v99.
           05  ctt-monthly-amount-x redefines ctt-monthly-amount
                                            pic x(7).
           05  ctt-billing-day              pic 9(2).
           05  ctt-billing-day-x redefines ctt-billing-day
                                            pic x(2).
           05  ctt-start-date               pic 9(8).
           05  ctt-start-date-x redefines ctt-start-date
                                            pic x(8).
           05  ctt-end-date                 pic 9(8).
           05  ctt-end-date-x redefines ctt-end-date
                                            pic x(8).
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
       fd  rep-master-file.
       01  rep-master-record.
           05  rpm-rep-code                 pic x(5).
           05  rpm-rep-name                 pic x(20).
           05  rpm-region                   pic x(10).
           05  rpm-active-flag              pic x(1).
       fd  contract-report-file.
       01  out-contract-record              pic x(100).

       working-storage section.
       01  ws-work-areas.
           05  are-there-more-transactions  pic x(3)  value 'yes'.
               88  more-transactions        value 'yes'.
               88  no-more-transactions     value 'no'.
           05  ws-date                      pic x(6).
           05  ws-date-x redefines ws-date.
               10  ws-yr-date               pic 99.
               10  ws-mo-date               pic 99.
               10  ws-day-date              pic 99.
           05  ws-conttrn-file-status       pic x(2)  value '00'.
           05  ws-contmst-file-status       pic x(2)  value '00'.
           05  ws-custmst-file-status       pic x(2)  value '00'.
           05  ws-repmst-file-status        pic x(2)  value '00'.
           05  ws-contract-found-switch     pic x(1)  value 'N'.
               88  ws-contract-found        value 'Y'.
           05  ws-reject-reason             pic x(30) value spaces.
           05  ws-trans-valid-switch        pic x(1)  value 'Y'.
               88  ws-trans-is-valid        value 'Y'.
           05  ws-date-valid-switch         pic x(1)  value 'Y'.
               88  ws-date-is-valid         value 'Y'.
           05  ws-check-date                pic x(8)  value spaces.
           05  ws-check-date-x redefines ws-check-date.
               10  ws-check-yyyy            pic x(4).
               10  ws-check-mm              pic x(2).
               10  ws-check-dd              pic x(2).
           05  ws-work-yyyy                 pic 9(4)  value 0.
           05  ws-work-mm                   pic 9(2)  value 0.
           05  ws-work-dd                   pic 9(2)  value 0.
           05  ws-days-in-month             pic 9(2)  value 0.
           05  ws-leap-quotient             pic 9(4)  value 0.
           05  ws-leap-remainder            pic 9(2)  value 0.
           05  ws-new-start-date            pic 9(8)  value 0.
           05  ws-new-end-date              pic 9(8)  value 0.
           05  ws-new-branch-code           pic x(3)  value spaces.
           05  ws-trans-applied-count       pic 9(5)  value 0.
           05  ws-trans-rejected-count      pic 9(5)  value 0.
       01  km-heading-1.
           05  filler                       pic x(10) value spaces.
           05  filler                       pic x(43)
                value 'CONTRACT MASTER MAINTENANCE AUDIT LISTING'.
           05  filler                       pic x(9)
                value 'RUN DATE '.
           05  km-date-out.
               10  km-mo-out                pic 99.
               10  filler                   pic x value '/'.
               10  km-day-out               pic 99.
               10  filler                   pic x value '/'.
               10  km-yr-out                pic 99.
           05  filler                       pic x(30) value spaces.
       01  km-audit-line.
           05  filler                       pic x(5)  value spaces.
           05  km-trans-code-out            pic x(1).
           05  filler                       pic x(2)  value spaces.
           05  km-contract-no-out           pic x(5).
           05  filler                       pic x(2)  value spaces.
           05  km-cust-code-out             pic x(5).
           05  filler                       pic x(2)  value spaces.
           05  km-rep-code-out              pic x(5).
           05  filler                       pic x(2)  value spaces.
           05  km-branch-out                pic x(3).
           05  filler                       pic x(2)  value spaces.
           05  km-amount-out                pic x(7).
           05  filler                       pic x(2)  value spaces.
           05  km-billing-day-out           pic x(2).
           05  filler                       pic x(2)  value spaces.
           05  km-start-date-out            pic x(8).
           05  filler                       pic x(1)  value spaces.
           05  km-end-date-out              pic x(8).
           05  filler                       pic x(2)  value spaces.
           05  km-status-out                pic x(30).
           05  filler                       pic x(4)  value spaces.
       01  km-summary-line.
           05  filler                       pic x(5)  value spaces.
           05  filler                       pic x(22)
                value 'TRANSACTIONS APPLIED '.
           05  km-applied-count-out         pic zz,zz9.
           05  filler                       pic x(5)  value spaces.
           05  filler                       pic x(23)
                value 'TRANSACTIONS REJECTED '.
           05  km-rejected-count-out        pic zz,zz9.
           05  filler                       pic x(33) value spaces.

       procedure division.
       0000-maintain-contract-master.
           perform 0100-initialize-program
           perform 0200-process-transaction
               until no-more-transactions
           perform 0900-terminate-program
           stop run.

       0100-initialize-program.
           accept ws-date from date
           open input contract-trans-file
           if ws-conttrn-file-status not = '00'
               display 'CONTRACT TRANSACTION FILE NOT AVAILABLE - '
                   'conttrn.txt'
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
           open input rep-master-file
           if ws-repmst-file-status not = '00'
               display 'REP MASTER FILE NOT AVAILABLE - repmast.dat'
               move 16 to return-code
               stop run
           end-if
           perform 0150-open-contract-master
           open output contract-report-file
           perform 0400-print-headings
           perform 0500-read-transaction-record.

       0150-open-contract-master.
           open i-o contract-master-file
           if ws-contmst-file-status = '35'
               open output contract-master-file
               close contract-master-file
               open i-o contract-master-file
           end-if
           if ws-contmst-file-status not = '00'
               display 'CONTRACT MASTER FILE NOT AVAILABLE - '
                   'contmast.dat'
               move 16 to return-code
               stop run
           end-if.

       0200-process-transaction.
           perform 0210-validate-transaction
           if not ws-trans-is-valid
               perform 0250-write-reject-line
           else
               evaluate ctt-trans-code
                   when 'A'
                       perform 0220-add-contract-entry
                   when 'C'
                       perform 0230-change-contract-entry
                   when 'S'
                       perform 0240-suspend-contract-entry
                   when 'R'
                       perform 0235-reactivate-contract-entry
               end-evaluate
           end-if
           perform 0500-read-transaction-record.

      *    contract, customer and rep codes all follow the one letter
      *    then four digits rule.  an add must carry every field; on
      *    a change a blank field keeps the value on file, so only
      *    the fields present are edited here.
       0210-validate-transaction.
           move 'Y' to ws-trans-valid-switch
           evaluate true
               when ctt-trans-code not = 'A' and 'C' and 'S' and 'R'
                   move 'N' to ws-trans-valid-switch
                   move 'INVALID TRANSACTION CODE' to ws-reject-reason
               when ctt-contract-no = spaces
                   move 'N' to ws-trans-valid-switch
                   move 'CONTRACT CODE IS BLANK' to ws-reject-reason
               when ctt-contract-no(1:1) = space
                       or ctt-contract-no(1:1) not alphabetic
                       or ctt-contract-no(2:4) not numeric
                   move 'N' to ws-trans-valid-switch
                   move 'CONTRACT CODE FORMAT INVALID'
                       to ws-reject-reason
               when ctt-trans-code = 'S' or 'R'
                   continue
               when ctt-trans-code = 'A' and ctt-cust-code = spaces
                   move 'N' to ws-trans-valid-switch
                   move 'CUST CODE IS BLANK' to ws-reject-reason
               when ctt-cust-code not = spaces
                       and (ctt-cust-code(1:1) = space
                           or ctt-cust-code(1:1) not alphabetic
                           or ctt-cust-code(2:4) not numeric)
                   move 'N' to ws-trans-valid-switch
                   move 'CUST CODE FORMAT INVALID' to ws-reject-reason
               when ctt-trans-code = 'A' and ctt-rep-code = spaces
                   move 'N' to ws-trans-valid-switch
                   move 'REP CODE IS BLANK' to ws-reject-reason
               when ctt-rep-code not = spaces
                       and (ctt-rep-code(1:1) = space
                           or ctt-rep-code(1:1) not alphabetic
                           or ctt-rep-code(2:4) not numeric)
                   move 'N' to ws-trans-valid-switch
                   move 'REP CODE FORMAT INVALID' to ws-reject-reason
               when ctt-trans-code = 'A'
                       and ctt-monthly-amount-x = spaces
                   move 'N' to ws-trans-valid-switch
                   move 'MONTHLY AMOUNT IS BLANK' to ws-reject-reason
               when ctt-monthly-amount-x not = spaces
                       and (ctt-monthly-amount not numeric
                           or ctt-monthly-amount = 0)
                   move 'N' to ws-trans-valid-switch
                   move 'MONTHLY AMOUNT INVALID' to ws-reject-reason
               when ctt-trans-code = 'A'
                       and ctt-billing-day-x = spaces
                   move 'N' to ws-trans-valid-switch
                   move 'BILLING DAY IS BLANK' to ws-reject-reason
               when ctt-billing-day-x not = spaces
                       and (ctt-billing-day not numeric
                           or ctt-billing-day < 1
                           or ctt-billing-day > 31)
                   move 'N' to ws-trans-valid-switch
                   move 'BILLING DAY INVALID' to ws-reject-reason
               when ctt-trans-code = 'A'
                       and ctt-start-date-x = spaces
                   move 'N' to ws-trans-valid-switch
                   move 'START DATE IS BLANK' to ws-reject-reason
               when ctt-trans-code = 'A'
                       and ctt-end-date-x = spaces
                   move 'N' to ws-trans-valid-switch
                   move 'END DATE IS BLANK' to ws-reject-reason
               when other
                   perform 0212-validate-contract-dates
           end-evaluate.

       0212-validate-contract-dates.
           if ctt-start-date-x not = spaces
               move ctt-start-date-x to ws-check-date
               perform 0700-validate-date
               if not ws-date-is-valid
                   move 'N' to ws-trans-valid-switch
                   move 'START DATE INVALID' to ws-reject-reason
               end-if
           end-if
           if ws-trans-is-valid and ctt-end-date-x not = spaces
               move ctt-end-date-x to ws-check-date
               perform 0700-validate-date
               if not ws-date-is-valid
                   move 'N' to ws-trans-valid-switch
                   move 'END DATE INVALID' to ws-reject-reason
               end-if
           end-if.

       0215-find-contract-entry.
           move 'N' to ws-contract-found-switch
           move ctt-contract-no to ctm-contract-no
           read contract-master-file
               invalid key
                   continue
               not invalid key
                   move 'Y' to ws-contract-found-switch
           end-read.

      *    the customer and the rep a contract bills under must both
      *    be on file and active, as saledit and salmaint will demand
      *    of every transaction the contract generates.
       0217-check-cust-and-rep.
           if ctt-cust-code not = spaces
               move ctt-cust-code to cst-cust-code
               read cust-master-file
                   invalid key
                       move 'N' to ws-trans-valid-switch
                       move 'CUST NOT ON CUST MASTER'
                           to ws-reject-reason
                   not invalid key
                       if cst-active-flag not = 'A'
                           move 'N' to ws-trans-valid-switch
                           move 'CUST IS INACTIVE' to ws-reject-reason
                       end-if
               end-read
           end-if
           if ws-trans-is-valid and ctt-rep-code not = spaces
               move ctt-rep-code to rpm-rep-code
               read rep-master-file
                   invalid key
                       move 'N' to ws-trans-valid-switch
                       move 'REP NOT ON REP MASTER' to ws-reject-reason
                   not invalid key
                       if rpm-active-flag not = 'A'
                           move 'N' to ws-trans-valid-switch
                           move 'REP IS INACTIVE' to ws-reject-reason
                       end-if
               end-read
           end-if.

      *    a blank branch on an add takes the customer's branch.
       0220-add-contract-entry.
           perform 0215-find-contract-entry
           if ws-contract-found
               move 'CONTRACT ALREADY ON MASTER' to ws-reject-reason
               perform 0250-write-reject-line
           else
               perform 0217-check-cust-and-rep
               if ws-trans-is-valid
                       and ctt-end-date < ctt-start-date
                   move 'N' to ws-trans-valid-switch
                   move 'END DATE BEFORE START DATE'
                       to ws-reject-reason
               end-if
               if not ws-trans-is-valid
                   perform 0250-write-reject-line
               else
                   move ctt-contract-no to ctm-contract-no
                   move ctt-cust-code to ctm-cust-code
                   move ctt-rep-code to ctm-rep-code
                   if ctt-branch-code = spaces
                       move cst-branch-code to ctm-branch-code
                   else
                       move ctt-branch-code to ctm-branch-code
                   end-if
                   move ctt-monthly-amount to ctm-monthly-amount
                   move ctt-billing-day to ctm-billing-day
                   move ctt-start-date to ctm-start-date
                   move ctt-end-date to ctm-end-date
                   move 'A' to ctm-status
                   move 0 to ctm-last-billed-yyyymm
                   move 0 to ctm-bill-count
                   write contract-master-record
                       invalid key
                           move 'WRITE FAILED ON ADD'
                               to ws-reject-reason
                           perform 0250-write-reject-line
                       not invalid key
                           perform 0260-write-audit-line
                   end-write
               end-if
           end-if.

      *    a blank field on a change keeps the value already on file,
      *    matching custmaint.  the status is left alone - resuming a
      *    suspended contract takes an R.  the dates are checked
      *    against each other as they will stand after the change.
       0230-change-contract-entry.
           perform 0215-find-contract-entry
           if not ws-contract-found
               move 'CONTRACT NOT ON MASTER' to ws-reject-reason
               perform 0250-write-reject-line
           else
               perform 0217-check-cust-and-rep
               move ctm-start-date to ws-new-start-date
               move ctm-end-date to ws-new-end-date
               if ctt-start-date-x not = spaces
                   move ctt-start-date to ws-new-start-date
               end-if
               if ctt-end-date-x not = spaces
                   move ctt-end-date to ws-new-end-date
               end-if
               if ws-trans-is-valid
                       and ws-new-end-date < ws-new-start-date
                   move 'N' to ws-trans-valid-switch
                   move 'END DATE BEFORE START DATE'
                       to ws-reject-reason
               end-if
               if not ws-trans-is-valid
                   perform 0250-write-reject-line
               else
                   if ctt-cust-code not = spaces
                       move ctt-cust-code to ctm-cust-code
                   end-if
                   if ctt-rep-code not = spaces
                       move ctt-rep-code to ctm-rep-code
                   end-if
                   if ctt-branch-code not = spaces
                       move ctt-branch-code to ctm-branch-code
                   end-if
                   if ctt-monthly-amount-x not = spaces
                       move ctt-monthly-amount to ctm-monthly-amount
                   end-if
                   if ctt-billing-day-x not = spaces
                       move ctt-billing-day to ctm-billing-day
                   end-if
                   move ws-new-start-date to ctm-start-date
                   move ws-new-end-date to ctm-end-date
                   perform 0270-rewrite-contract-record
               end-if
           end-if.

       0235-reactivate-contract-entry.
           perform 0215-find-contract-entry
           evaluate true
               when not ws-contract-found
                   move 'CONTRACT NOT ON MASTER' to ws-reject-reason
                   perform 0250-write-reject-line
               when ctm-status = 'A'
                   move 'CONTRACT IS ALREADY ACTIVE'
                       to ws-reject-reason
                   perform 0250-write-reject-line
               when other
                   move 'A' to ctm-status
                   perform 0270-rewrite-contract-record
           end-evaluate.

      *    a suspended contract stays on file with its history but
      *    salcgen generates nothing for it until it is reactivated.
       0240-suspend-contract-entry.
           perform 0215-find-contract-entry
           evaluate true
               when not ws-contract-found
                   move 'CONTRACT NOT ON MASTER' to ws-reject-reason
                   perform 0250-write-reject-line
               when ctm-status = 'S'
                   move 'CONTRACT IS ALREADY SUSPENDED'
                       to ws-reject-reason
                   perform 0250-write-reject-line
               when other
                   move 'S' to ctm-status
                   perform 0270-rewrite-contract-record
           end-evaluate.

       0250-write-reject-line.
           perform 0255-move-audit-fields
           move ws-reject-reason to km-status-out
           move km-audit-line to out-contract-record
           write out-contract-record
               after advancing 1 line
           add 1 to ws-trans-rejected-count.

       0255-move-audit-fields.
           move ctt-trans-code to km-trans-code-out
           move ctt-contract-no to km-contract-no-out
           move ctt-cust-code to km-cust-code-out
           move ctt-rep-code to km-rep-code-out
           move ctt-branch-code to km-branch-out
           move ctt-monthly-amount-x to km-amount-out
           move ctt-billing-day-x to km-billing-day-out
           move ctt-start-date-x to km-start-date-out
           move ctt-end-date-x to km-end-date-out.

       0260-write-audit-line.
           perform 0255-move-audit-fields
           move 'APPLIED' to km-status-out
           move km-audit-line to out-contract-record
           write out-contract-record
               after advancing 1 line
           add 1 to ws-trans-applied-count.

       0270-rewrite-contract-record.
           rewrite contract-master-record
               invalid key
                   move 'REWRITE FAILED' to ws-reject-reason
                   perform 0250-write-reject-line
               not invalid key
                   perform 0260-write-audit-line
           end-rewrite.

       0400-print-headings.
           move ws-mo-date to km-mo-out
           move ws-day-date to km-day-out
           move ws-yr-date to km-yr-out
           move km-heading-1 to out-contract-record
           write out-contract-record
               after advancing page.

       0500-read-transaction-record.
           read contract-trans-file
               at end
                   move 'no' to are-there-more-transactions
           end-read.

      *    same date rules saledit applies to a sale date.
       0700-validate-date.
           move 'Y' to ws-date-valid-switch
           if ws-check-date not numeric
               move 'N' to ws-date-valid-switch
           else
               move ws-check-yyyy to ws-work-yyyy
               move ws-check-mm to ws-work-mm
               move ws-check-dd to ws-work-dd
               evaluate true
                   when ws-work-yyyy < 1990 or ws-work-yyyy > 2099
                       move 'N' to ws-date-valid-switch
                   when ws-work-mm < 1 or ws-work-mm > 12
                       move 'N' to ws-date-valid-switch
                   when other
                       perform 0710-set-days-in-month
                       if ws-work-dd < 1
                               or ws-work-dd > ws-days-in-month
                           move 'N' to ws-date-valid-switch
                       end-if
               end-evaluate
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
           close contract-trans-file
                 contract-master-file
                 cust-master-file
                 rep-master-file
           move ws-trans-applied-count to km-applied-count-out
           move ws-trans-rejected-count to km-rejected-count-out
           move km-summary-line to out-contract-record
           write out-contract-record
               after advancing 2 lines
           close contract-report-file.
