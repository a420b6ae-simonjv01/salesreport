       identification division.
         program-id. salapprv.
      *
      * 2026-10-15  new program.  supervisor release of sales
      *             transactions held for approval.  saledit holds a
      *             transaction on salestrn.pnd when it is over the
      *             keying operator's dollar limit or deletes a sale
      *             that has already been reported.  each aprvtrn.txt
      *             decision names a pending item by transaction code,
      *             rep code, sale date and invoice number, and
      *             releases (R) or declines (D) it under the
      *             supervisor's own operator id.  the supervisor must
      *             be active on oprauth.txt with an approval limit,
      *             belong to the item's branch or head office (***),
      *             may not approve an item they keyed, and may not
      *             release more than their approval limit.  a
      *             released item is stamped with the approver id and
      *             appended to salestrn.apv, which the next saledit
      *             run adds to salestrn.edt for salmaint.  a declined
      *             item is dropped.  undecided items stay on
      *             salestrn.pnd.  every decision, and every item
      *             still pending, is listed on salapprv.rpt.
      *
       environment division.
       configuration section.
       input-output section.
       file-control.
           select decision-file assign to 'aprvtrn.txt'
               organization is line sequential
               file status is ws-decision-file-status.
           select operator-auth-file assign to 'oprauth.txt'
               organization is line sequential
               file status is ws-oprauth-file-status.
           select pending-trans-file assign to 'salestrn.pnd'
               organization is line sequential
               file status is ws-pending-file-status.
           select released-trans-file assign to 'salestrn.apv'
               organization is line sequential
               file status is ws-released-file-status.
           select approval-report-file assign to 'salapprv.rpt'
               organization is line sequential.
       data division.
       file section.
       fd  decision-file.
       01  decision-record.
           05  apv-action                   pic x(1).
           05  apv-approver-id              pic x(8).
           05  apv-trans-code               pic x(1).
           05  apv-rep-code                 pic x(5).
           05  apv-sale-date                pic 9(8).
           05  apv-invoice-no               pic x(8).
       fd  operator-auth-file.
       01  operator-auth-record.
           05  opr-operator-id              pic x(8).
           05  opr-branch-code              pic x(3).
           05  opr-allowed-codes            pic x(4).
           05  opr-trans-limit              pic 9(5)v99.
           05  opr-approval-limit           pic 9(7)v99.
           05  opr-active-flag              pic x(1).
       fd  pending-trans-file.
       01  pending-trans-record             pic x(90).
       fd  released-trans-file.
       01  released-trans-record            pic x(78).
       fd  approval-report-file.
       01  out-approval-record              pic x(132).

       working-storage section.
       01  ws-work-areas.
           05  are-there-more-decisions     pic x(3)  value 'yes'.
               88  more-decisions           value 'yes'.
               88  no-more-decisions        value 'no'.
           05  ws-date                      pic x(6).
           05  ws-date-x redefines ws-date.
               10  ws-yr-date               pic 99.
               10  ws-mo-date               pic 99.
               10  ws-day-date              pic 99.
           05  ws-decision-file-status      pic x(2)  value '00'.
           05  ws-oprauth-file-status       pic x(2)  value '00'.
           05  ws-pending-file-status       pic x(2)  value '00'.
           05  ws-released-file-status      pic x(2)  value '00'.
           05  ws-opr-count                 pic 9(3)  value 0.
           05  ws-opr-table-max             pic 9(3)  value 200.
           05  ws-opr-more-switch           pic x(1)  value 'Y'.
               88  ws-opr-no-more           value 'N'.
           05  ws-opr-overflow-switch       pic x(1)  value 'N'.
               88  ws-opr-overflow          value 'Y'.
           05  ws-opr-found-switch          pic x(1)  value 'N'.
               88  ws-opr-found             value 'Y'.
           05  ws-opr-found-sub             pic 9(3)  value 0.
           05  ws-pnd-count                 pic 9(3)  value 0.
           05  ws-pnd-table-max             pic 9(3)  value 500.
           05  ws-pnd-more-switch           pic x(1)  value 'Y'.
               88  ws-pnd-no-more           value 'N'.
           05  ws-pnd-overflow-switch       pic x(1)  value 'N'.
               88  ws-pnd-overflow          value 'Y'.
           05  ws-pnd-found-switch          pic x(1)  value 'N'.
               88  ws-pnd-found             value 'Y'.
           05  ws-pnd-found-sub             pic 9(3)  value 0.
           05  ws-decision-status           pic x(28) value spaces.
           05  ws-decision-valid-switch     pic x(1)  value 'Y'.
               88  ws-decision-is-valid     value 'Y'.
           05  ws-read-count                pic 9(5)  value 0.
           05  ws-released-count            pic 9(5)  value 0.
           05  ws-declined-count            pic 9(5)  value 0.
           05  ws-rejected-count            pic 9(5)  value 0.
           05  ws-still-pending-count       pic 9(5)  value 0.
           05  ws-sub1                      pic 9(3)  value 0.
       01  ws-pending-area.
           05  wpa-trans-image.
               10  wpa-trans-code           pic x(1).
               10  wpa-rep-code             pic x(5).
               10  wpa-sale-date            pic 9(8).
               10  wpa-invoice-no           pic x(8).
               10  wpa-cust-code            pic x(5).
               10  wpa-name                 pic x(20).
               10  wpa-amount               pic 9(5)v99.
               10  wpa-orig-invoice-no      pic x(8).
               10  wpa-operator-id          pic x(8).
               10  wpa-approver-id          pic x(8).
           05  wpa-reason-code              pic x(1).
           05  wpa-branch-code              pic x(3).
           05  wpa-queued-date              pic 9(8).
       01  ws-opr-table.
           05  ws-opr-entry occurs 200 times indexed by ws-opr-idx.
               10  ws-opr-tbl-id            pic x(8).
               10  ws-opr-tbl-branch        pic x(3).
               10  ws-opr-tbl-approval      pic 9(7)v99.
               10  ws-opr-tbl-active        pic x(1).
       01  ws-pnd-table.
           05  ws-pnd-entry occurs 500 times indexed by ws-pnd-idx.
               10  ws-pnd-trans-code        pic x(1).
               10  ws-pnd-rep-code          pic x(5).
               10  ws-pnd-sale-date         pic 9(8).
               10  ws-pnd-invoice-no        pic x(8).
               10  ws-pnd-image             pic x(90).
               10  ws-pnd-decision          pic x(1).
       01  ap-heading-1.
           05  filler                       pic x(10) value spaces.
           05  filler                       pic x(38)
                value 'SALES TRANSACTION APPROVAL REGISTER'.
           05  filler                       pic x(9)
                value 'RUN DATE '.
           05  ap-date-out.
               10  ap-mo-out                pic 99.
               10  filler                   pic x value '/'.
               10  ap-day-out               pic 99.
               10  filler                   pic x value '/'.
               10  ap-yr-out                pic 99.
           05  filler                       pic x(67) value spaces.
       01  ap-section-line.
           05  filler                       pic x(5)  value spaces.
           05  ap-section-out               pic x(40).
           05  filler                       pic x(87) value spaces.
       01  ap-column-line.
           05  filler                       pic x(5)  value spaces.
           05  filler                       pic x(3)  value 'AC'.
           05  filler                       pic x(10) value 'APPROVER'.
           05  filler                       pic x(3)  value 'TC'.
           05  filler                       pic x(7)  value 'REP'.
           05  filler                       pic x(10) value 'SALE DATE'.
           05  filler                       pic x(10) value 'INVOICE'.
           05  filler                       pic x(10) value
                '    AMOUNT'.
           05  filler                       pic x(2)  value spaces.
           05  filler                       pic x(10) value 'OPERATOR'.
           05  filler                       pic x(22) value
                'HELD FOR'.
           05  filler                       pic x(10) value 'QUEUED'.
           05  filler                       pic x(30) value 'STATUS'.
       01  ap-detail-line.
           05  filler                       pic x(5)  value spaces.
           05  ap-action-out                pic x(1).
           05  filler                       pic x(2)  value spaces.
           05  ap-approver-id-out           pic x(8).
           05  filler                       pic x(2)  value spaces.
           05  ap-trans-code-out            pic x(1).
           05  filler                       pic x(2)  value spaces.
           05  ap-rep-code-out              pic x(5).
           05  filler                       pic x(2)  value spaces.
           05  ap-sale-date-out             pic x(8).
           05  filler                       pic x(2)  value spaces.
           05  ap-invoice-no-out            pic x(8).
           05  filler                       pic x(2)  value spaces.
           05  ap-amount-out                pic $$$,$$9.99.
           05  filler                       pic x(2)  value spaces.
           05  ap-operator-id-out           pic x(8).
           05  filler                       pic x(2)  value spaces.
           05  ap-reason-out                pic x(20).
           05  filler                       pic x(2)  value spaces.
           05  ap-queued-date-out           pic x(8).
           05  filler                       pic x(2)  value spaces.
           05  ap-status-out                pic x(30).
       01  ap-summary-line.
           05  filler                       pic x(5)  value spaces.
           05  filler                       pic x(10) value
                'DECISIONS '.
           05  ap-read-count-out            pic zz,zz9.
           05  filler                       pic x(5)  value spaces.
           05  filler                       pic x(9)  value 'RELEASED '.
           05  ap-released-count-out        pic zz,zz9.
           05  filler                       pic x(5)  value spaces.
           05  filler                       pic x(9)  value 'DECLINED '.
           05  ap-declined-count-out        pic zz,zz9.
           05  filler                       pic x(5)  value spaces.
           05  filler                       pic x(9)  value 'REJECTED '.
           05  ap-rejected-count-out        pic zz,zz9.
           05  filler                       pic x(5)  value spaces.
           05  filler                       pic x(14) value
                'STILL PENDING '.
           05  ap-pending-count-out         pic zz,zz9.
           05  filler                       pic x(26) value spaces.

       procedure division.
       0000-approve-pending-transactions.
           perform 0100-initialize-program
           perform 0200-process-decision
               until no-more-decisions
           perform 0300-rewrite-pending-file
           perform 0900-terminate-program
           stop run.

       0100-initialize-program.
           accept ws-date from date
           perform 0110-load-operator-table
           perform 0120-load-pending-table
           open extend released-trans-file
           if ws-released-file-status = '35'
               open output released-trans-file
           end-if
           open output approval-report-file
           perform 0400-print-headings
           open input decision-file
           if ws-decision-file-status not = '00'
               display 'SALAPPRV - aprvtrn.txt NOT AVAILABLE, '
                   'PENDING ITEMS LISTED ONLY'
               move 'no' to are-there-more-decisions
           else
               perform 0500-read-decision-record
           end-if.

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
                           move opr-approval-limit
                               to ws-opr-tbl-approval(ws-opr-count)
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

      *    salestrn.pnd is rewritten from the table at the end of the
      *    run, so a pending file too big for the table would lose
      *    items - the run is abandoned with the file untouched.
       0120-load-pending-table.
           move 0 to ws-pnd-count
           open input pending-trans-file
           if ws-pending-file-status = '00'
               move 'Y' to ws-pnd-more-switch
               perform until ws-pnd-no-more
                   read pending-trans-file into ws-pending-area
                       at end
                           move 'N' to ws-pnd-more-switch
                       not at end
                           perform 0125-add-pending-entry
                   end-read
               end-perform
               close pending-trans-file
           end-if
           if ws-pnd-overflow
               display 'PENDING TABLE FULL - RUN ABANDONED, '
                   'salestrn.pnd NOT UPDATED'
               move 16 to return-code
               stop run
           end-if.

       0125-add-pending-entry.
           if ws-pnd-count < ws-pnd-table-max
               add 1 to ws-pnd-count
               move wpa-trans-code to ws-pnd-trans-code(ws-pnd-count)
               move wpa-rep-code to ws-pnd-rep-code(ws-pnd-count)
               move wpa-sale-date to ws-pnd-sale-date(ws-pnd-count)
               move wpa-invoice-no to ws-pnd-invoice-no(ws-pnd-count)
               move ws-pending-area to ws-pnd-image(ws-pnd-count)
               move spaces to ws-pnd-decision(ws-pnd-count)
           else
               move 'Y' to ws-pnd-overflow-switch
           end-if.

       0200-process-decision.
           add 1 to ws-read-count
           move spaces to ws-pending-area
           perform 0210-validate-decision
           if ws-decision-is-valid
               if apv-action = 'R'
                   perform 0230-release-pending-item
               else
                   perform 0240-decline-pending-item
               end-if
           else
               add 1 to ws-rejected-count
           end-if
           perform 0250-write-decision-line
           perform 0500-read-decision-record.

      *    the approver is checked first, then the item; an item
      *    already decided earlier in the run is no longer pending.
       0210-validate-decision.
           move 'Y' to ws-decision-valid-switch
           perform 0215-find-approver
           perform 0220-find-pending-item
           evaluate true
               when apv-action not = 'R' and 'D'
                   move 'N' to ws-decision-valid-switch
                   move 'INVALID APPROVAL ACTION'
                       to ws-decision-status
               when apv-approver-id = spaces
                   move 'N' to ws-decision-valid-switch
                   move 'APPROVER ID IS BLANK' to ws-decision-status
               when not ws-opr-found
                   move 'N' to ws-decision-valid-switch
                   move 'APPROVER NOT ON AUTH FILE'
                       to ws-decision-status
               when ws-opr-tbl-active(ws-opr-found-sub) not = 'A'
                   move 'N' to ws-decision-valid-switch
                   move 'APPROVER IS INACTIVE' to ws-decision-status
               when ws-opr-tbl-approval(ws-opr-found-sub) = 0
                   move 'N' to ws-decision-valid-switch
                   move 'NO APPROVAL AUTHORITY' to ws-decision-status
               when not ws-pnd-found
                   move 'N' to ws-decision-valid-switch
                   move 'NO PENDING ITEM FOR KEY'
                       to ws-decision-status
               when wpa-operator-id = apv-approver-id
                   move 'N' to ws-decision-valid-switch
                   move 'APPROVER CANNOT BE OPERATOR'
                       to ws-decision-status
               when ws-opr-tbl-branch(ws-opr-found-sub)
                           not = wpa-branch-code
                       and ws-opr-tbl-branch(ws-opr-found-sub)
                           not = '***'
                   move 'N' to ws-decision-valid-switch
                   move 'APPROVER NOT AUTH FOR BRANCH'
                       to ws-decision-status
               when apv-action = 'R'
                       and wpa-amount
                           > ws-opr-tbl-approval(ws-opr-found-sub)
                   move 'N' to ws-decision-valid-switch
                   move 'AMOUNT OVER APPROVER LIMIT'
                       to ws-decision-status
           end-evaluate.

       0215-find-approver.
           move 'N' to ws-opr-found-switch
           move 0 to ws-opr-found-sub
           perform varying ws-opr-idx from 1 by 1
                   until ws-opr-idx > ws-opr-count
                       or ws-opr-found
               if ws-opr-tbl-id(ws-opr-idx) = apv-approver-id
                   move 'Y' to ws-opr-found-switch
                   set ws-opr-found-sub to ws-opr-idx
               end-if
           end-perform.

       0220-find-pending-item.
           move 'N' to ws-pnd-found-switch
           move 0 to ws-pnd-found-sub
           perform varying ws-pnd-idx from 1 by 1
                   until ws-pnd-idx > ws-pnd-count
                       or ws-pnd-found
               if ws-pnd-trans-code(ws-pnd-idx) = apv-trans-code
                       and ws-pnd-rep-code(ws-pnd-idx) = apv-rep-code
                       and ws-pnd-sale-date(ws-pnd-idx)
                           = apv-sale-date
                       and ws-pnd-invoice-no(ws-pnd-idx)
                           = apv-invoice-no
                       and ws-pnd-decision(ws-pnd-idx) = space
                   move 'Y' to ws-pnd-found-switch
                   set ws-pnd-found-sub to ws-pnd-idx
                   move ws-pnd-image(ws-pnd-idx) to ws-pending-area
               end-if
           end-perform.

       0230-release-pending-item.
           move apv-approver-id to wpa-approver-id
           move wpa-trans-image to released-trans-record
           write released-trans-record
           move 'R' to ws-pnd-decision(ws-pnd-found-sub)
           add 1 to ws-released-count
           move 'RELEASED' to ws-decision-status.

       0240-decline-pending-item.
           move 'D' to ws-pnd-decision(ws-pnd-found-sub)
           add 1 to ws-declined-count
           move 'DECLINED' to ws-decision-status.

      *    a rejected decision whose item was not found prints the
      *    key from the decision itself.
       0250-write-decision-line.
           move apv-action to ap-action-out
           move apv-approver-id to ap-approver-id-out
           if ws-pnd-found
               perform 0260-move-pending-to-line
           else
               move apv-trans-code to ap-trans-code-out
               move apv-rep-code to ap-rep-code-out
               move apv-sale-date to ap-sale-date-out
               move apv-invoice-no to ap-invoice-no-out
               move zero to ap-amount-out
               move spaces to ap-operator-id-out
               move spaces to ap-reason-out
               move spaces to ap-queued-date-out
           end-if
           move ws-decision-status to ap-status-out
           move ap-detail-line to out-approval-record
           write out-approval-record
               after advancing 1 line.

       0260-move-pending-to-line.
           move wpa-trans-code to ap-trans-code-out
           move wpa-rep-code to ap-rep-code-out
           move wpa-sale-date to ap-sale-date-out
           move wpa-invoice-no to ap-invoice-no-out
           if wpa-amount numeric
               move wpa-amount to ap-amount-out
           else
               move zero to ap-amount-out
           end-if
           move wpa-operator-id to ap-operator-id-out
           evaluate wpa-reason-code
               when 'L'
                   move 'OVER OPERATOR LIMIT' to ap-reason-out
               when 'D'
                   move 'REPORTED SALE DELETE' to ap-reason-out
               when other
                   move spaces to ap-reason-out
           end-evaluate
           move wpa-queued-date to ap-queued-date-out.

      *    the undecided items go back on salestrn.pnd and are listed
      *    so the supervisors can see what is still waiting.
       0300-rewrite-pending-file.
           move 'ITEMS STILL PENDING APPROVAL' to ap-section-out
           move ap-section-line to out-approval-record
           write out-approval-record
               after advancing 3 lines
           move ap-column-line to out-approval-record
           write out-approval-record
               after advancing 2 lines
           open output pending-trans-file
           perform varying ws-sub1 from 1 by 1
                   until ws-sub1 > ws-pnd-count
               if ws-pnd-decision(ws-sub1) = space
                   move ws-pnd-image(ws-sub1) to pending-trans-record
                   write pending-trans-record
                   add 1 to ws-still-pending-count
                   move ws-pnd-image(ws-sub1) to ws-pending-area
                   move spaces to ap-action-out
                   move spaces to ap-approver-id-out
                   perform 0260-move-pending-to-line
                   move 'PENDING' to ap-status-out
                   move ap-detail-line to out-approval-record
                   write out-approval-record
                       after advancing 1 line
               end-if
           end-perform
           close pending-trans-file.

       0400-print-headings.
           move ws-mo-date to ap-mo-out
           move ws-day-date to ap-day-out
           move ws-yr-date to ap-yr-out
           move ap-heading-1 to out-approval-record
           write out-approval-record
               after advancing page
           move 'APPROVAL DECISIONS' to ap-section-out
           move ap-section-line to out-approval-record
           write out-approval-record
               after advancing 2 lines
           move ap-column-line to out-approval-record
           write out-approval-record
               after advancing 2 lines.

       0500-read-decision-record.
           read decision-file
               at end
                   move 'no' to are-there-more-decisions
           end-read.

       0900-terminate-program.
           move ws-read-count to ap-read-count-out
           move ws-released-count to ap-released-count-out
           move ws-declined-count to ap-declined-count-out
           move ws-rejected-count to ap-rejected-count-out
           move ws-still-pending-count to ap-pending-count-out
           move ap-summary-line to out-approval-record
           write out-approval-record
               after advancing 2 lines
           if ws-decision-file-status = '00'
               close decision-file
           end-if
           close released-trans-file
                 approval-report-file.
