       identification division.
         program-id. saledit.
      *
      * 2026-10-15  the runctl.txt total amount widens from s9(7)v99
      *             to s9(9)v99, in step with salmaint.
      * 2026-10-15  a transaction dated into a fiscal period that has
      *             been closed on the fiscal.txt calendar is
      *             rejected - an add or return as SALE DATE IN
      *             CLOSED PERIOD, a change or delete as CLOSED PERIOD
      *             - USE RETURN, the correction being a return or
      *             credit memo dated in the open period.  with no
      *             calendar on file no period is locked.
      * 2026-10-15  every transaction now carries the id of the
      *             operator who keyed it, checked against the new
      *             oprauth.txt operator authorization file: the
      *             operator must be on file and active, belong to the
      *             run's branch (from mntctl.txt) or to head office
      *             (***), and be allowed the transaction code.  the
      *             approver id must arrive blank.  a transaction over
      *             the operator's dollar limit, or a delete of a sale
      *             dated on or before the last reported salreport run
      *             on runctl.txt, is written to the salestrn.pnd
      *             pending-approval file instead of salestrn.edt for
      *             a supervisor to release or decline through
      *             salapprv.  items released since the last run are
      *             picked up from salestrn.apv and added to
      *             salestrn.edt.  the record grows from 62 to 78
      *             bytes, and the edit register widens to 132 to
      *             print the operator id and count pending items.
      * 2026-10-15  new transaction code R books a return or credit
      *             memo against an earlier sale.  the record grows
      *             from 54 to 62 bytes with the original invoice
      *             number, edited as present, left-justified and
      *             different from the credit memo number on an R and
      *             blank on every other code; the edit register
      *             prints it.
      * 2026-10-15  the transaction record now carries the invoice
      *             number after the sale date, edited as present and
      *             left-justified, and the amount widens from 9(3)v99
      *             to 9(5)v99; record grows from 44 to 54 bytes and
      *             the edit register prints the invoice number.
      * 2026-09-02  the transaction record now carries a customer code
      *             between the sale date and the name, edited to the
      *             same format rules as the rep code; record grows
       file-control.
           select transaction-file assign to 'salestrn.txt'
               organization is line sequential.
           select operator-auth-file assign to 'oprauth.txt'
               organization is line sequential
               file status is ws-oprauth-file-status.
           select maint-control-file assign to 'mntctl.txt'
               organization is line sequential
               file status is ws-mntctl-file-status.
           select run-control-file assign to 'runctl.txt'
               organization is line sequential
               file status is ws-runctl-file-status.
           select fiscal-calendar-file assign to 'fiscal.txt'
               organization is line sequential
               file status is ws-fiscal-file-status.
           select pending-trans-file assign to 'salestrn.pnd'
               organization is line sequential
               file status is ws-pending-file-status.
           select released-trans-file assign to 'salestrn.apv'
               organization is line sequential
               file status is ws-released-file-status.
           select clean-trans-file assign to 'salestrn.edt'
               organization is line sequential.
           select reject-trans-file assign to 'salestrn.rej'
               10  trn-sale-yyyy            pic x(4).
               10  trn-sale-mm              pic x(2).
               10  trn-sale-dd              pic x(2).
           05  trn-invoice-no               pic x(8).
           05  trn-cust-code                pic x(5).
           05  trn-name                     pic x(20).
           05  trn-amount                   pic 9(5)v99.
           05  trn-orig-invoice-no          pic x(8).
           05  trn-operator-id              pic x(8).
           05  trn-approver-id              pic x(8).
       fd  operator-auth-file.
       01  operator-auth-record.
           05  opr-operator-id              pic x(8).
           05  opr-branch-code              pic x(3).
           05  opr-allowed-codes            pic x(4).
           05  opr-trans-limit              pic 9(5)v99.
           05  opr-approval-limit           pic 9(7)v99.
           05  opr-active-flag              pic x(1).
       fd  maint-control-file.
       01  maint-control-record.
           05  mct-branch-code              pic x(3).
           05  mct-extract-mode             pic x(1).
       fd  run-control-file.
       01  run-control-record.
           05  rc-program                   pic x(8).
           05  rc-run-number                pic 9(5).
           05  rc-date                      pic 9(6).
           05  rc-time                      pic 9(8).
           05  rc-status                    pic x(8).
           05  rc-record-count              pic 9(7).
           05  rc-total-amount              pic s9(9)v99.
       fd  fiscal-calendar-file.
       01  fiscal-calendar-record.
           05  fcl-fiscal-year              pic 9(4).
           05  fcl-period-no                pic 9(2).
           05  fcl-period-start             pic 9(8).
           05  fcl-period-end               pic 9(8).
           05  fcl-period-weeks             pic 9(1).
           05  fcl-period-status            pic x(1).
           05  fcl-closed-date              pic 9(8).
       fd  pending-trans-file.
       01  pending-trans-record.
           05  pnd-trans-image              pic x(78).
           05  pnd-reason-code              pic x(1).
           05  pnd-branch-code              pic x(3).
           05  pnd-queued-date              pic 9(8).
       fd  released-trans-file.
       01  released-trans-record            pic x(78).
       fd  clean-trans-file.
       01  out-clean-record                 pic x(78).
       fd  reject-trans-file.
       01  out-reject-record                pic x(78).
       fd  edit-report-file.
       01  out-edit-record                  pic x(132).

       working-storage section.
       01  ws-work-areas.
           05  ws-days-in-month             pic 9(2)  value 0.
           05  ws-leap-quotient             pic 9(4)  value 0.
           05  ws-leap-remainder            pic 9(4)  value 0.
           05  ws-oprauth-file-status       pic x(2)  value '00'.
           05  ws-mntctl-file-status        pic x(2)  value '00'.
           05  ws-runctl-file-status        pic x(2)  value '00'.
           05  ws-pending-file-status       pic x(2)  value '00'.
           05  ws-released-file-status      pic x(2)  value '00'.
           05  ws-branch-code               pic x(3)  value '001'.
           05  ws-today-ccyymmdd            pic 9(8)  value 0.
           05  ws-last-reported-date        pic 9(8)  value 0.
           05  ws-work-reported-date        pic 9(8)  value 0.
           05  ws-runctl-more-switch        pic x(1)  value 'Y'.
               88  ws-runctl-no-more        value 'N'.
           05  ws-opr-count                 pic 9(3)  value 0.
           05  ws-opr-table-max             pic 9(3)  value 200.
           05  ws-opr-more-switch           pic x(1)  value 'Y'.
               88  ws-opr-no-more           value 'N'.
           05  ws-opr-overflow-switch       pic x(1)  value 'N'.
               88  ws-opr-overflow          value 'Y'.
           05  ws-opr-found-switch          pic x(1)  value 'N'.
               88  ws-opr-found             value 'Y'.
           05  ws-opr-found-sub             pic 9(3)  value 0.
           05  ws-pending-switch            pic x(1)  value 'N'.
               88  ws-trans-is-pending      value 'Y'.
           05  ws-pending-reason            pic x(1)  value spaces.
           05  ws-pending-count             pic 9(5)  value 0.
           05  ws-released-count            pic 9(5)  value 0.
           05  ws-released-more-switch      pic x(1)  value 'Y'.
               88  ws-released-no-more      value 'N'.
           05  ws-fiscal-file-status        pic x(2)  value '00'.
           05  ws-fiscal-more-switch        pic x(1)  value 'Y'.
               88  ws-fiscal-no-more        value 'N'.
           05  ws-cls-count                 pic 9(3)  value 0.
           05  ws-cls-table-max             pic 9(3)  value 200.
           05  ws-cls-overflow-switch       pic x(1)  value 'N'.
               88  ws-cls-overflow          value 'Y'.
           05  ws-closed-period-switch      pic x(1)  value 'N'.
               88  ws-sale-in-closed-period value 'Y'.
       01  ws-opr-table.
           05  ws-opr-entry occurs 200 times indexed by ws-opr-idx.
               10  ws-opr-tbl-id            pic x(8).
               10  ws-opr-tbl-branch        pic x(3).
               10  ws-opr-tbl-codes         pic x(4).
               10  ws-opr-tbl-limit         pic 9(5)v99.
               10  ws-opr-tbl-active        pic x(1).
       01  ws-cls-table.
           05  ws-cls-entry occurs 200 times indexed by ws-cls-idx.
               10  ws-cls-tbl-start         pic 9(8).
               10  ws-cls-tbl-end           pic 9(8).
       01  el-heading-1.
           05  filler                       pic x(10) value spaces.
           05  filler                       pic x(32)
               10  el-day-out               pic 99.
               10  filler                   pic x value '/'.
               10  el-yr-out                pic 99.
           05  filler                       pic x(73) value spaces.
       01  el-edit-line.
           05  filler                       pic x(5)  value spaces.
           05  el-trans-code-out            pic x(1).
           05  filler                       pic x(2)  value spaces.
           05  el-sale-date-out             pic x(8).
           05  filler                       pic x(2)  value spaces.
           05  el-invoice-no-out            pic x(8).
           05  filler                       pic x(1)  value spaces.
           05  el-orig-invoice-no-out       pic x(8).
           05  filler                       pic x(2)  value spaces.
           05  el-cust-code-out             pic x(5).
           05  filler                       pic x(2)  value spaces.
           05  el-name-out                  pic x(20).
           05  filler                       pic x(2)  value spaces.
           05  el-amount-out                pic $$$,$$9.99.
           05  filler                       pic x(2)  value spaces.
           05  el-operator-id-out           pic x(8).
           05  filler                       pic x(2)  value spaces.
           05  el-status-out                pic x(30).
           05  filler                       pic x(7)  value spaces.
       01  el-summary-line.
           05  filler                       pic x(5)  value spaces.
           05  filler                       pic x(14) value
           05  filler                       pic x(5)  value spaces.
           05  filler                       pic x(9)  value 'REJECTED '.
           05  el-rejected-count-out        pic zz,zz9.
           05  filler                       pic x(5)  value spaces.
           05  filler                       pic x(8)  value 'PENDING '.
           05  el-pending-count-out         pic zz,zz9.
           05  filler                       pic x(5)  value spaces.
           05  filler                       pic x(9)  value 'RELEASED '.
           05  el-released-count-out        pic zz,zz9.
           05  filler                       pic x(28) value spaces.

       procedure division.
       0000-edit-sales-transactions.

       0100-initialize-program.
           accept ws-date from date
           move 20 to ws-today-ccyymmdd(1:2)
           move ws-date to ws-today-ccyymmdd(3:6)
           perform 0110-load-operator-table
           perform 0120-read-maint-control
           perform 0130-find-last-reported-date
           perform 0140-load-closed-periods
           open input transaction-file
           open output clean-trans-file
           open output reject-trans-file
           open extend pending-trans-file
           if ws-pending-file-status = '35'
               open output pending-trans-file
           end-if
           open output edit-report-file
           perform 0400-print-headings
           perform 0500-read-transaction-record.

      *    a partial operator table would refuse good operators, so
      *    an overflow stops the run.
       0110-load-operator-table.
           move 0 to ws-opr-count
           open input operator-auth-file
           if ws-oprauth-file-status not = '00'
               display 'OPERATOR AUTHORIZATION FILE NOT AVAILABLE - '
                   'oprauth.txt'
               move 16 to return-code
               stop run
           end-if
           move 'Y' to ws-opr-more-switch
           perform until ws-opr-no-more
               read operator-auth-file
                   at end
                       move 'N' to ws-opr-more-switch
                   not at end
                       if ws-opr-count < ws-opr-table-max
                           add 1 to ws-opr-count
                           move opr-operator-id
                               to ws-opr-tbl-id(ws-opr-count)
                           move opr-branch-code
                               to ws-opr-tbl-branch(ws-opr-count)
                           move opr-allowed-codes
                               to ws-opr-tbl-codes(ws-opr-count)
                           move opr-trans-limit
                               to ws-opr-tbl-limit(ws-opr-count)
                           move opr-active-flag
                               to ws-opr-tbl-active(ws-opr-count)
                       else
                           move 'Y' to ws-opr-overflow-switch
                       end-if
               end-read
           end-perform
           close operator-auth-file
           if ws-opr-overflow
               display 'OPERATOR TABLE FULL - RUN ABANDONED, '
                   'oprauth.txt HAS TOO MANY ENTRIES'
               move 16 to return-code
               stop run
           end-if.

      *    the branch the batch belongs to, from the same mntctl.txt
      *    card salmaint reads ('001' when the card is absent).
       0120-read-maint-control.
           open input maint-control-file
           if ws-mntctl-file-status = '00'
               read maint-control-file
                   at end
                       continue
                   not at end
                       if mct-branch-code not = spaces
                           move mct-branch-code to ws-branch-code
                       end-if
               end-read
               close maint-control-file
           end-if.

      *    a sale dated on or before the last salreport run that
      *    reported a batch has been through a report; deleting it
      *    takes a supervisor's approval.
       0130-find-last-reported-date.
           move 0 to ws-last-reported-date
           open input run-control-file
           if ws-runctl-file-status = '00'
               move 'Y' to ws-runctl-more-switch
               perform until ws-runctl-no-more
                   read run-control-file
                       at end
                           move 'N' to ws-runctl-more-switch
                       not at end
                           if rc-program = 'SALREPRT'
                                   and rc-status = 'REPORTED'
                                   and rc-date is numeric
                               move 20 to ws-work-reported-date(1:2)
                               move rc-date
                                   to ws-work-reported-date(3:6)
                               if ws-work-reported-date
                                       > ws-last-reported-date
                                   move ws-work-reported-date
                                       to ws-last-reported-date
                               end-if
                           end-if
                   end-read
               end-perform
               close run-control-file
           end-if.

      *    only the closed periods are kept.  a partial table would
      *    let postings into a closed period through, so an overflow
      *    stops the run.
       0140-load-closed-periods.
           move 0 to ws-cls-count
           open input fiscal-calendar-file
           if ws-fiscal-file-status not = '00'
               display 'SALEDIT - fiscal.txt NOT AVAILABLE, '
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

       0200-edit-transaction.
           add 1 to ws-read-count
           perform 0210-validate-transaction
           evaluate true
               when not ws-record-is-valid
                   perform 0250-write-reject-record
               when ws-trans-is-pending
                   perform 0255-write-pending-record
               when other
                   perform 0260-write-clean-record
           end-evaluate
           perform 0270-write-register-line
           perform 0500-read-transaction-record.

       0210-validate-transaction.
           move 'Y' to ws-record-valid-switch
           move 'N' to ws-pending-switch
           move 'ACCEPTED' to ws-edit-reason
           evaluate true
               when trn-trans-code not = 'A' and 'C' and 'D' and 'R'
                   move 'N' to ws-record-valid-switch
                   move 'INVALID TRANSACTION CODE' to ws-edit-reason
               when trn-operator-id = spaces
                   move 'N' to ws-record-valid-switch
                   move 'OPERATOR ID IS BLANK' to ws-edit-reason
               when trn-approver-id not = spaces
                   move 'N' to ws-record-valid-switch
                   move 'APPROVER ID MUST BE BLANK' to ws-edit-reason
               when trn-rep-code = spaces
                   move 'N' to ws-record-valid-switch
                   move 'REP CODE IS BLANK' to ws-edit-reason
                       or trn-rep-code(2:4) not numeric
                   move 'N' to ws-record-valid-switch
                   move 'REP CODE FORMAT INVALID' to ws-edit-reason
               when trn-invoice-no = spaces
                   move 'N' to ws-record-valid-switch
                   move 'INVOICE NUMBER IS BLANK' to ws-edit-reason
               when trn-invoice-no(1:1) = space
                   move 'N' to ws-record-valid-switch
                   move 'INVOICE NO NOT LEFT-JUSTIFIED'
                       to ws-edit-reason
               when trn-trans-code = 'R'
                       and trn-orig-invoice-no = spaces
                   move 'N' to ws-record-valid-switch
                   move 'ORIGINAL INVOICE IS BLANK' to ws-edit-reason
               when trn-trans-code = 'R'
                       and trn-orig-invoice-no(1:1) = space
                   move 'N' to ws-record-valid-switch
                   move 'ORIG INV NOT LEFT-JUSTIFIED'
                       to ws-edit-reason
               when trn-trans-code = 'R'
                       and trn-orig-invoice-no = trn-invoice-no
                   move 'N' to ws-record-valid-switch
                   move 'CREDIT MEMO NO SAME AS ORIGINAL'
                       to ws-edit-reason
               when trn-trans-code not = 'R'
                       and trn-orig-invoice-no not = spaces
                   move 'N' to ws-record-valid-switch
                   move 'ORIG INVOICE ONLY VALID ON R'
                       to ws-edit-reason
               when trn-cust-code = spaces
                   move 'N' to ws-record-valid-switch
                   move 'CUST CODE IS BLANK' to ws-edit-reason
                           end-if
                       end-if
                   end-if
           end-evaluate
           if ws-record-is-valid
               perform 0235-check-closed-period
           end-if
           if ws-record-is-valid
               perform 0240-check-operator-authority
           end-if.

       0220-validate-sale-date.
           move 'Y' to ws-date-valid-switch
                   end-if
           end-evaluate.

      *    a closed period is never reopened by a posting; a sale in
      *    one is corrected by a return dated in the open period.
       0235-check-closed-period.
           move 'N' to ws-closed-period-switch
           perform varying ws-cls-idx from 1 by 1
                   until ws-cls-idx > ws-cls-count
                       or ws-sale-in-closed-period
               if trn-sale-date >= ws-cls-tbl-start(ws-cls-idx)
                       and trn-sale-date <= ws-cls-tbl-end(ws-cls-idx)
                   move 'Y' to ws-closed-period-switch
               end-if
           end-perform
           if ws-sale-in-closed-period
               move 'N' to ws-record-valid-switch
               if trn-trans-code = 'A' or 'R'
                   move 'SALE DATE IN CLOSED PERIOD' to ws-edit-reason
               else
                   move 'CLOSED PERIOD - USE RETURN' to ws-edit-reason
               end-if
           end-if.

      *    the operator must be on file, active, of this branch or
      *    head office, and allowed the code.  an authorized
      *    transaction is held for approval when it is over the
      *    operator's limit or deletes a sale already reported.  the
      *    adds salcgen generates from the recurring contracts come in
      *    under operator SALCGEN, which must be on oprauth.txt, active,
      *    for branch *** and code A, with a limit covering the largest
      *    contract, or every one is rejected or held.
       0240-check-operator-authority.
           move 'N' to ws-opr-found-switch
           move 0 to ws-opr-found-sub
           perform varying ws-opr-idx from 1 by 1
                   until ws-opr-idx > ws-opr-count
                       or ws-opr-found
               if ws-opr-tbl-id(ws-opr-idx) = trn-operator-id
                   move 'Y' to ws-opr-found-switch
                   set ws-opr-found-sub to ws-opr-idx
               end-if
           end-perform
           evaluate true
               when not ws-opr-found
                   move 'N' to ws-record-valid-switch
                   move 'OPERATOR NOT ON AUTH FILE' to ws-edit-reason
               when ws-opr-tbl-active(ws-opr-found-sub) not = 'A'
                   move 'N' to ws-record-valid-switch
                   move 'OPERATOR IS INACTIVE' to ws-edit-reason
               when ws-opr-tbl-branch(ws-opr-found-sub)
                           not = ws-branch-code
                       and ws-opr-tbl-branch(ws-opr-found-sub)
                           not = '***'
                   move 'N' to ws-record-valid-switch
                   move 'OPERATOR NOT AUTH FOR BRANCH'
                       to ws-edit-reason
               when ws-opr-tbl-codes(ws-opr-found-sub)(1:1)
                           not = trn-trans-code
                       and ws-opr-tbl-codes(ws-opr-found-sub)(2:1)
                           not = trn-trans-code
                       and ws-opr-tbl-codes(ws-opr-found-sub)(3:1)
                           not = trn-trans-code
                       and ws-opr-tbl-codes(ws-opr-found-sub)(4:1)
                           not = trn-trans-code
                   move 'N' to ws-record-valid-switch
                   move 'TRANS CODE NOT ALLOWED FOR OPR'
                       to ws-edit-reason
               when trn-amount > ws-opr-tbl-limit(ws-opr-found-sub)
                   move 'Y' to ws-pending-switch
                   move 'L' to ws-pending-reason
                   move 'PENDING - OVER OPERATOR LIMIT'
                       to ws-edit-reason
               when trn-trans-code = 'D'
                       and trn-sale-date not > ws-last-reported-date
                   move 'Y' to ws-pending-switch
                   move 'D' to ws-pending-reason
                   move 'PENDING - REPORTED SALE DELETE'
                       to ws-edit-reason
           end-evaluate.

       0250-write-reject-record.
           move trans-record to out-reject-record
           write out-reject-record
           add 1 to ws-rejected-count.

       0255-write-pending-record.
           move trans-record to pnd-trans-image
           move ws-pending-reason to pnd-reason-code
           move ws-branch-code to pnd-branch-code
           move ws-today-ccyymmdd to pnd-queued-date
           write pending-trans-record
           add 1 to ws-pending-count.

       0260-write-clean-record.
           move trans-record to out-clean-record
           write out-clean-record
           move trn-trans-code to el-trans-code-out
           move trn-rep-code to el-rep-code-out
           move trn-sale-date-x to el-sale-date-out
           move trn-invoice-no to el-invoice-no-out
           move trn-orig-invoice-no to el-orig-invoice-no-out
           move trn-cust-code to el-cust-code-out
           move trn-name to el-name-out
           if trn-amount numeric
               move zero to el-amount-out
           end-if
           move ws-edit-reason to el-status-out
           move trn-operator-id to el-operator-id-out
           move el-edit-line to out-edit-record
           write out-edit-record
               after advancing 1 line.

      *    transactions a supervisor released through salapprv since
      *    the last run were edited when they were keyed; they join
      *    this run's clean file as they stand, and salestrn.apv is
      *    emptied only once they are all on it.
       0300-add-released-transactions.
           open input released-trans-file
           if ws-released-file-status = '00'
               move 'Y' to ws-released-more-switch
               perform until ws-released-no-more
                   read released-trans-file into trans-record
                       at end
                           move 'N' to ws-released-more-switch
                       not at end
                           perform 0310-write-released-record
                   end-read
               end-perform
               close released-trans-file
               open output released-trans-file
               close released-trans-file
           end-if.

       0310-write-released-record.
           move trans-record to out-clean-record
           write out-clean-record
           add 1 to ws-released-count
           move spaces to ws-edit-reason
           string 'RELEASED BY ' delimited by size
               trn-approver-id delimited by space
               into ws-edit-reason
           perform 0270-write-register-line.

       0400-print-headings.
           move ws-mo-date to el-mo-out
           move ws-day-date to el-day-out
           end-read.

       0900-terminate-program.
           perform 0300-add-released-transactions
           move ws-read-count to el-read-count-out
           move ws-accepted-count to el-accepted-count-out
           move ws-rejected-count to el-rejected-count-out
           move ws-pending-count to el-pending-count-out
           move ws-released-count to el-released-count-out
           move el-summary-line to out-edit-record
           write out-edit-record
               after advancing 2 lines
           close transaction-file
                 clean-trans-file
                 reject-trans-file
                 pending-trans-file
                 edit-report-file.
