       identification division.
         program-id. arcedit.
      *
      * 2026-10-15  new program.  edits the cash receipts transaction
      *             file (cashrcpt.txt) ahead of arcpost the way
      *             saledit edits salestrn.txt ahead of salmaint:
      *             validates the receipt number, customer code format,
      *             receipt date, the invoice number the payment is
      *             applied to (blank for a payment on account) and the
      *             amount on every record, writes the clean receipts
      *             to cashrcpt.edt for arcpost, writes rejected
      *             records unchanged to cashrcpt.rej so the cashier
      *             can correct and resubmit them, and prints an edit
      *             register with reject reasons to arcedit.rpt.
      *
       environment division.
       configuration section.
       input-output section.
       file-control.
           select receipt-file assign to 'cashrcpt.txt'
               organization is line sequential
               file status is ws-receipt-file-status.
           select clean-receipt-file assign to 'cashrcpt.edt'
               organization is line sequential.
           select reject-receipt-file assign to 'cashrcpt.rej'
               organization is line sequential.
           select edit-report-file assign to 'arcedit.rpt'
               organization is line sequential.
       data division.
       file section.
       fd  receipt-file.
       01  receipt-record.
           05  crc-receipt-no               pic x(8).
           05  crc-cust-code                pic x(5).
           05  crc-receipt-date             pic 9(8).
           05  crc-receipt-date-x redefines crc-receipt-date.
               10  crc-receipt-yyyy         pic x(4).
               10  crc-receipt-mm           pic x(2).
               10  crc-receipt-dd           pic x(2).
           05  crc-invoice-no               pic x(8).
           05  crc-amount                   pic 9(7)v99.
       fd  clean-receipt-file.
       01  out-clean-record                 pic x(38).
       fd  reject-receipt-file.
       01  out-reject-record                pic x(38).
       fd  edit-report-file.
       01  out-edit-record                  pic x(100).

       working-storage section.
       01  ws-work-areas.
           05  are-there-more-receipts      pic x(3)  value 'yes'.
               88  more-receipts            value 'yes'.
               88  no-more-receipts         value 'no'.
           05  ws-date                      pic x(6).
           05  ws-date-x redefines ws-date.
               10  ws-yr-date               pic 99.
               10  ws-mo-date               pic 99.
               10  ws-day-date              pic 99.
           05  ws-receipt-file-status       pic x(2)  value '00'.
           05  ws-record-valid-switch       pic x(1)  value 'Y'.
               88  ws-record-is-valid       value 'Y'.
           05  ws-edit-reason               pic x(30) value spaces.
           05  ws-date-valid-switch         pic x(1)  value 'Y'.
               88  ws-date-is-valid         value 'Y'.
           05  ws-accepted-count            pic 9(5)  value 0.
           05  ws-rejected-count            pic 9(5)  value 0.
           05  ws-read-count                pic 9(5)  value 0.
           05  ws-accepted-amount           pic 9(9)v99 value 0.
           05  ws-work-yyyy                 pic 9(4)  value 0.
           05  ws-work-mm                   pic 9(2)  value 0.
           05  ws-work-dd                   pic 9(2)  value 0.
           05  ws-days-in-month             pic 9(2)  value 0.
           05  ws-leap-quotient             pic 9(4)  value 0.
           05  ws-leap-remainder            pic 9(4)  value 0.
       01  re-heading-1.
           05  filler                       pic x(10) value spaces.
           05  filler                       pic x(29)
                value 'CASH RECEIPTS EDIT REGISTER'.
           05  filler                       pic x(9)
                value 'RUN DATE '.
           05  re-date-out.
               10  re-mo-out                pic 99.
               10  filler                   pic x value '/'.
               10  re-day-out               pic 99.
               10  filler                   pic x value '/'.
               10  re-yr-out                pic 99.
           05  filler                       pic x(44) value spaces.
       01  re-edit-line.
           05  filler                       pic x(5)  value spaces.
           05  re-receipt-no-out            pic x(8).
           05  filler                       pic x(2)  value spaces.
           05  re-cust-code-out             pic x(5).
           05  filler                       pic x(2)  value spaces.
           05  re-receipt-date-out          pic x(8).
           05  filler                       pic x(2)  value spaces.
           05  re-invoice-no-out            pic x(8).
           05  filler                       pic x(2)  value spaces.
           05  re-amount-out                pic $$,$$$,$$9.99.
           05  filler                       pic x(2)  value spaces.
           05  re-status-out                pic x(30).
           05  filler                       pic x(13) value spaces.
       01  re-summary-line.
           05  filler                       pic x(5)  value spaces.
           05  filler                       pic x(14) value
                'RECORDS READ '.
           05  re-read-count-out            pic zz,zz9.
           05  filler                       pic x(5)  value spaces.
           05  filler                       pic x(9)  value 'ACCEPTED '.
           05  re-accepted-count-out        pic zz,zz9.
           05  filler                       pic x(5)  value spaces.
           05  filler                       pic x(9)  value 'REJECTED '.
           05  re-rejected-count-out        pic zz,zz9.
           05  filler                       pic x(35) value spaces.
       01  re-amount-line.
           05  filler                       pic x(5)  value spaces.
           05  filler                       pic x(18) value
                'ACCEPTED RECEIPTS '.
           05  re-accepted-amount-out       pic $$$,$$$,$$9.99.
           05  filler                       pic x(63) value spaces.

       procedure division.
       0000-edit-cash-receipts.
           perform 0100-initialize-program
           perform 0200-edit-receipt
               until no-more-receipts
           perform 0900-terminate-program
           stop run.

       0100-initialize-program.
           accept ws-date from date
           open input receipt-file
           if ws-receipt-file-status not = '00'
               display 'CASH RECEIPTS FILE NOT AVAILABLE - '
                   'cashrcpt.txt'
               move 16 to return-code
               stop run
           end-if
           open output clean-receipt-file
           open output reject-receipt-file
           open output edit-report-file
           perform 0400-print-headings
           perform 0500-read-receipt-record.

       0200-edit-receipt.
           add 1 to ws-read-count
           perform 0210-validate-receipt
           if ws-record-is-valid
               perform 0260-write-clean-record
           else
               perform 0250-write-reject-record
           end-if
           perform 0270-write-register-line
           perform 0500-read-receipt-record.

      *    a blank invoice number is a payment on account, held as an
      *    unapplied credit under the receipt number until it is
      *    matched to an invoice.
       0210-validate-receipt.
           move 'Y' to ws-record-valid-switch
           move 'ACCEPTED' to ws-edit-reason
           evaluate true
               when crc-receipt-no = spaces
                   move 'N' to ws-record-valid-switch
                   move 'RECEIPT NUMBER IS BLANK' to ws-edit-reason
               when crc-receipt-no(1:1) = space
                   move 'N' to ws-record-valid-switch
                   move 'RECEIPT NO NOT LEFT-JUSTIFIED'
                       to ws-edit-reason
               when crc-cust-code = spaces
                   move 'N' to ws-record-valid-switch
                   move 'CUST CODE IS BLANK' to ws-edit-reason
               when crc-cust-code(1:1) = space
                       or crc-cust-code(1:1) not alphabetic
                       or crc-cust-code(2:4) not numeric
                   move 'N' to ws-record-valid-switch
                   move 'CUST CODE FORMAT INVALID' to ws-edit-reason
               when crc-invoice-no not = spaces
                       and crc-invoice-no(1:1) = space
                   move 'N' to ws-record-valid-switch
                   move 'INVOICE NO NOT LEFT-JUSTIFIED'
                       to ws-edit-reason
               when other
                   perform 0220-validate-receipt-date
                   if not ws-date-is-valid
                       move 'N' to ws-record-valid-switch
                       move 'RECEIPT DATE INVALID' to ws-edit-reason
                   else
                       if crc-amount not numeric
                           move 'N' to ws-record-valid-switch
                           move 'AMOUNT IS NOT NUMERIC'
                               to ws-edit-reason
                       else
                           if crc-amount = 0
                               move 'N' to ws-record-valid-switch
                               move 'AMOUNT IS ZERO' to ws-edit-reason
                           end-if
                       end-if
                   end-if
           end-evaluate.

       0220-validate-receipt-date.
           move 'Y' to ws-date-valid-switch
           if crc-receipt-date not numeric
               move 'N' to ws-date-valid-switch
           else
               move crc-receipt-yyyy to ws-work-yyyy
               move crc-receipt-mm to ws-work-mm
               move crc-receipt-dd to ws-work-dd
               evaluate true
                   when ws-work-yyyy < 1990 or ws-work-yyyy > 2099
                       move 'N' to ws-date-valid-switch
                   when ws-work-mm < 1 or ws-work-mm > 12
                       move 'N' to ws-date-valid-switch
                   when other
                       perform 0230-set-days-in-month
                       if ws-work-dd < 1
                               or ws-work-dd > ws-days-in-month
                           move 'N' to ws-date-valid-switch
                       end-if
               end-evaluate
           end-if.

       0230-set-days-in-month.
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

       0250-write-reject-record.
           move receipt-record to out-reject-record
           write out-reject-record
           add 1 to ws-rejected-count.

       0260-write-clean-record.
           move receipt-record to out-clean-record
           write out-clean-record
           add 1 to ws-accepted-count
           add crc-amount to ws-accepted-amount.

       0270-write-register-line.
           move crc-receipt-no to re-receipt-no-out
           move crc-cust-code to re-cust-code-out
           move crc-receipt-date-x to re-receipt-date-out
           move crc-invoice-no to re-invoice-no-out
           if crc-amount numeric
               move crc-amount to re-amount-out
           else
               move zero to re-amount-out
           end-if
           move ws-edit-reason to re-status-out
           move re-edit-line to out-edit-record
           write out-edit-record
               after advancing 1 line.

       0400-print-headings.
           move ws-mo-date to re-mo-out
           move ws-day-date to re-day-out
           move ws-yr-date to re-yr-out
           move re-heading-1 to out-edit-record
           write out-edit-record
               after advancing page.

       0500-read-receipt-record.
           read receipt-file
               at end
                   move 'no' to are-there-more-receipts
           end-read.

       0900-terminate-program.
           move ws-read-count to re-read-count-out
           move ws-accepted-count to re-accepted-count-out
           move ws-rejected-count to re-rejected-count-out
           move re-summary-line to out-edit-record
           write out-edit-record
               after advancing 2 lines
           move ws-accepted-amount to re-accepted-amount-out
           move re-amount-line to out-edit-record
           write out-edit-record
               after advancing 1 line
           close receipt-file
                 clean-receipt-file
                 reject-receipt-file
                 edit-report-file.
